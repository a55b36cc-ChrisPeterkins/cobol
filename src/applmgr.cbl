       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLMGR.
      *================================================================*
      * APPLMGR - New-Account Application Queue                        *
      * Accounts open through an application (APPL-REC, kept on        *
      * data/ACCTAPPL.dat) instead of straight onto the account        *
      * master. Any signed-on operator captures the applicant and the  *
      * product wanted and works the checklist: ID verified (read from *
      * the customer's KYC fields on the customer master), signature   *
      * card, tax certification, and initial deposit received. The     *
      * names are screened against the watchlist at capture and again  *
      * at approval. The account is written only when every checklist  *
      * item is satisfied, the watchlist result is clear, and a        *
      * supervisor other than the operator who keyed the application   *
      * approves it; the audit trail carries both ids. A supervisor    *
      * may decline an application and any operator may record the     *
      * applicant's withdrawal. A rate promotion may be named on the   *
      * application; it must still be running and offered on the       *
      * account type when the account is approved, and runs from the   *
      * opening date. Once this file exists ACCTMGR and BANKUI no      *
      * longer open accounts directly. APPLAGE lists applications left *
      * pending too long.                                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE
               ASSIGN TO "data/ACCTAPPL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BR-FILE
               ASSIGN TO "data/BRANCHES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT WL-FILE
               ASSIGN TO "data/WATCHLST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ID
               FILE STATUS IS WS-WL-STATUS.

           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPL-FILE.
       COPY APPL-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  WL-FILE.
       COPY WLIST-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS        PIC XX.
           88  WS-APPL-OK            VALUE "00".
           88  WS-APPL-NOT-FOUND     VALUE "23".
           88  WS-APPL-FILE-MISSING  VALUE "35".
       01  WS-APPL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-APPL-AT-EOF        VALUE 1.
       01  WS-APPL-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-APPL-FOUND         VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-DUP-KEY       VALUE "22".
           88  WS-ACCT-FILE-MISSING  VALUE "35".

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-BR-STATUS          PIC XX.
           88  WS-BR-OK              VALUE "00".
       01  WS-BR-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN         VALUE 1.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.
       01  WS-PROMO-STATUS       PIC XX.
           88  WS-PROMO-OK           VALUE "00".
       01  WS-PROMO-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-PROMO-IS-OPEN      VALUE 1.

      *--- Shared operating parameters (CTRL-FILE) ---
      *    Same fallbacks ACCTMGR uses when there is no control
      *    record.
       01  WS-CFG-ACCT-START-BASE  PIC 9(7) VALUE 2000000.
       01  WS-CFG-MIN-DEPOSIT      PIC 9(5)V99 VALUE 0.01.

      *--- Operator sign-on ---
       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
       01  WS-OPER-SIGNED-FLAG   PIC 9 VALUE 0.
           88  WS-OPERATOR-SIGNED-ON VALUE 1.
       01  WS-OPER-SUPV-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-SUPV       VALUE 1.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-ROLE           PIC X(8).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       01  WS-ENT-LOG-FLAG       PIC 9 VALUE 0.
           88  WS-ENT-LOG-OPENED     VALUE 1.
       01  WS-ENT-STAMP          PIC X(21).

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TARGET       PIC 9(8) VALUE ZEROS.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-NEW-APPL           VALUE "N" "n".
           88  WS-UPDATE-CHECKLIST   VALUE "C" "c".
           88  WS-SHOW-APPL          VALUE "S" "s".
           88  WS-LIST-PENDING       VALUE "L" "l".
           88  WS-APPROVE-APPL       VALUE "A" "a".
           88  WS-DECLINE-APPL       VALUE "D" "d".
           88  WS-WITHDRAW-APPL      VALUE "W" "w".
           88  WS-QUIT               VALUE "Q" "q".

      *--- Application capture ---
       01  WS-NEXT-APPL-ID       PIC 9(8) VALUE 1.
       01  WS-INPUT-APPL         PIC X(8).
       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-JOINT-NAME   PIC X(30).
       01  WS-INPUT-TYPE         PIC X(1).
       01  WS-INPUT-PRODUCT      PIC X(4).
       01  WS-OPEN-PRODUCT       PIC X(4).
       01  WS-OPEN-MIN-DEPOSIT   PIC 9(5)V99.
       01  WS-INPUT-DEPOSIT      PIC X(12).
       01  WS-DEPOSIT-AMT        PIC 9(9)V99.
       01  WS-INPUT-CURRENCY     PIC X(3).
       01  WS-INPUT-BRANCH       PIC X(4).
       01  WS-INPUT-MATURITY     PIC X(8).
       01  WS-INPUT-CD-DISP      PIC X(1).
       01  WS-INPUT-CD-TERM      PIC X(3).
       01  WS-CD-DISP-CODE       PIC X(1).
       01  WS-CD-TERM-MONTHS     PIC 9(3).
       01  WS-TERM-IDX           PIC 9 VALUE 0.
       01  WS-TERM-FLAG          PIC 9 VALUE 0.
           88  WS-TERM-OFFERED       VALUE 1.
      *    Rate promotion, checked as ACCTMGR checks one at opening.
       01  WS-INPUT-PROMO        PIC X(6).
       01  WS-OPEN-PROMO         PIC X(6).
       01  WS-OPEN-PROMO-EXP     PIC 9(8).
       01  WS-PROMO-TALLY        PIC 9(2) VALUE 0.
       01  WS-PX-DATE.
           05  WS-PX-YEAR        PIC 9(4).
           05  WS-PX-MONTH       PIC 9(2).
           05  WS-PX-DAY         PIC 9(2).
       01  WS-PX-DATE-N REDEFINES WS-PX-DATE PIC 9(8).
       01  WS-PX-MONTHS          PIC 9(6).
       01  WS-PX-FIRST           PIC 9(8).
       01  WS-PX-NEXT-FIRST      PIC 9(8).
       01  WS-PX-MONTH-DAYS      PIC 9(2).
       01  WS-INPUT-CUST-NO      PIC X(8).
       01  WS-INPUT-YN           PIC X(1).
       01  WS-INPUT-REASON       PIC X(30).
       01  WS-CONFIRM            PIC X(1).
       01  WS-CHK-ITEM           PIC X(1).
       01  WS-CHK-PROMPT         PIC X(30).
       01  WS-STATUS-NAME        PIC X(9).
       01  WS-WL-NAME-SHOWN      PIC X(10).

      *--- Checklist evaluation ---
       01  WS-CHK-COMPLETE-FLAG  PIC 9 VALUE 0.
           88  WS-CHK-COMPLETE       VALUE 1.

      *--- Pending list ---
       01  WS-LISTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-DAYS-PENDING       PIC 9(5) VALUE 0.
       01  WS-CHK-FLAGS          PIC X(4).

      *--- Account number and check digit, as ACCTMGR builds them ---
       01  WS-NEXT-ACCT-NO       PIC 9(8) VALUE 10000001.
       01  WS-CD-FLOOR           PIC 9(8) VALUE 20000000.
       01  WS-NEXT-BASE          PIC 9(7).
       01  WS-CD-WORK            PIC X(8).
       01  WS-CD-SUM             PIC 9(3).
       01  WS-CD-IDX             PIC 9.
       01  WS-CD-DIGIT           PIC 9.
       01  WS-CD-CHECK-DIGIT     PIC 9.
       01  WS-CD-WEIGHT-TABLE.
           05  FILLER            PIC 9 VALUE 2.
           05  FILLER            PIC 9 VALUE 3.
           05  FILLER            PIC 9 VALUE 4.
           05  FILLER            PIC 9 VALUE 5.
           05  FILLER            PIC 9 VALUE 6.
           05  FILLER            PIC 9 VALUE 7.
           05  FILLER            PIC 9 VALUE 8.
       01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-TABLE.
           05  WS-CD-WEIGHT      PIC 9 OCCURS 7 TIMES.

      *--- Watchlist screening fields ---
       01  WS-WL-STATUS          PIC XX.
           88  WS-WL-OK              VALUE "00".
       01  WS-WL-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-WL-IS-OPEN         VALUE 1.
       01  WS-WL-EOF-FLAG        PIC 9 VALUE 0.
           88  WS-WL-AT-EOF          VALUE 1.
       01  WS-WL-HIT-FLAG        PIC 9 VALUE 0.
           88  WS-WL-HIT             VALUE 1.
       01  WS-WL-CAND-NAME       PIC X(30).
       01  WS-WL-CAND-UPPER      PIC X(30).
       01  WS-WL-LIST-UPPER      PIC X(30).
       01  WS-WL-CAND-TOKENS.
           05  WS-WL-CAND-TOK    PIC X(15) OCCURS 6 TIMES.
       01  WS-WL-CAND-TOK-CNT    PIC 9(2).
       01  WS-WL-LIST-TOKENS.
           05  WS-WL-LIST-TOK    PIC X(15) OCCURS 6 TIMES.
       01  WS-WL-LIST-TOK-CNT    PIC 9(2).
       01  WS-WL-I               PIC 9(2).
       01  WS-WL-J               PIC 9(2).
       01  WS-WL-TOK-FOUND-FLAG  PIC 9.
       01  WS-WL-ALL-FOUND-FLAG  PIC 9.
       01  WS-WL-NONSP-CNT       PIC 9(2).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).

       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  NEW-ACCOUNT APPLICATIONS"
           DISPLAY "========================================="

           PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT
           IF NOT WS-OPERATOR-SIGNED-ON
               STOP RUN
           END-IF

      *    The application file belongs to this program and is
      *    created here the first time it runs; from then on the
      *    site opens accounts through it.
           OPEN I-O APPL-FILE
           IF WS-APPL-FILE-MISSING
               OPEN OUTPUT APPL-FILE
               IF WS-APPL-OK
                   CLOSE APPL-FILE
                   OPEN I-O APPL-FILE
               END-IF
           END-IF
           IF NOT WS-APPL-OK
               DISPLAY "FATAL: Cannot open application file: "
                   WS-APPL-STATUS
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF WS-ACCT-FILE-MISSING
               OPEN OUTPUT ACCT-FILE
               IF WS-ACCT-OK
                   CLOSE ACCT-FILE
                   OPEN I-O ACCT-FILE
               END-IF
           END-IF
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account file."
               CLOSE APPL-FILE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-OK
               SET WS-AUDIT-IS-OPEN TO TRUE
           ELSE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   IF WS-AUDIT-OK
                       SET WS-AUDIT-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

      *    The customer master is required for the ID item; the
      *    branch and product masters, the watchlist and the
      *    promotion table are read-only and optional, as they are
      *    to ACCTMGR.
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT WL-FILE
           IF WS-WL-OK
               SET WS-WL-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF

           PERFORM LOAD-CTRL-PARAMS
           PERFORM GET-CURRENT-DATETIME
           PERFORM FIND-NEXT-APPL-ID THRU FIND-NEXT-APPL-ID-EXIT
           PERFORM MAIN-MENU UNTIL WS-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

       CLOSE-FILES.
           CLOSE APPL-FILE
           CLOSE ACCT-FILE
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-BR-IS-OPEN
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-WL-IS-OPEN
               CLOSE WL-FILE
               MOVE 0 TO WS-WL-OPEN-FLAG
           END-IF
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
               MOVE 0 TO WS-PROMO-OPEN-FLAG
           END-IF.

      *    Starting account number and opening minimum from the
      *    shared control record, zero keeping the default.
       LOAD-CTRL-PARAMS.
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-ACCT-START-BASE > 0
                           MOVE CTRL-ACCT-START-BASE
                               TO WS-CFG-ACCT-START-BASE
                       END-IF
                       IF CTRL-MIN-DEPOSIT > 0
                           MOVE CTRL-MIN-DEPOSIT
                               TO WS-CFG-MIN-DEPOSIT
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE WS-AUDIT-TARGET   TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-DETAIL   TO AUDIT-DETAIL
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *    An application is not yet an account, so its audit lines
      *    carry no account number; the detail leads with the
      *    customer tag the privacy export selects on.
       AUDIT-APPLICATION.
           MOVE ZEROS TO WS-AUDIT-TARGET
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CUST " APPL-CUST-NO " APPL " APPL-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "N. New application"
           DISPLAY "C. Update checklist"
           DISPLAY "S. Show application"
           DISPLAY "L. List pending applications"
           DISPLAY "A. Approve and open account"
           DISPLAY "D. Decline application"
           DISPLAY "W. Record withdrawal"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-NEW-APPL
                   PERFORM NEW-APPLICATION THRU NEW-APPLICATION-EXIT
               WHEN WS-UPDATE-CHECKLIST
                   PERFORM UPDATE-CHECKLIST
                       THRU UPDATE-CHECKLIST-EXIT
               WHEN WS-SHOW-APPL
                   PERFORM SHOW-APPLICATION
                       THRU SHOW-APPLICATION-EXIT
               WHEN WS-LIST-PENDING
                   PERFORM LIST-PENDING THRU LIST-PENDING-EXIT
               WHEN WS-APPROVE-APPL
                   PERFORM APPROVE-APPLICATION
                       THRU APPROVE-APPLICATION-EXIT
               WHEN WS-DECLINE-APPL
                   PERFORM DECLINE-APPLICATION
                       THRU DECLINE-APPLICATION-EXIT
               WHEN WS-WITHDRAW-APPL
                   PERFORM WITHDRAW-APPLICATION
                       THRU WITHDRAW-APPLICATION-EXIT
               WHEN WS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           UNLOCK ACCT-FILE.

      *    Next application id: one past the highest on file.
       FIND-NEXT-APPL-ID.
           MOVE 1 TO WS-NEXT-APPL-ID
           MOVE HIGH-VALUES TO APPL-ID
           START APPL-FILE KEY IS LESS THAN APPL-ID
               INVALID KEY
                   GO TO FIND-NEXT-APPL-ID-EXIT
           END-START
           READ APPL-FILE PREVIOUS
               AT END
                   GO TO FIND-NEXT-APPL-ID-EXIT
           END-READ
           COMPUTE WS-NEXT-APPL-ID = APPL-ID + 1.
       FIND-NEXT-APPL-ID-EXIT.
           EXIT.

      *================================================================*
      * Capture                                                        *
      *================================================================*
       NEW-APPLICATION.
           DISPLAY SPACES
           DISPLAY "--- New Account Application ---"
           IF NOT WS-CUST-IS-OPEN
               DISPLAY "Customer master unavailable - an application "
                   "needs the customer's record."
               GO TO NEW-APPLICATION-EXIT
           END-IF
           INITIALIZE APPL-REC
           DISPLAY "Customer number:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST-NO
           MOVE FUNCTION NUMVAL(WS-INPUT-CUST-NO) TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "Customer not found - add the customer "
                       "first."
                   GO TO NEW-APPLICATION-EXIT
           END-READ
           IF NOT CUST-IS-ACTIVE
               DISPLAY "Customer record is closed."
               GO TO NEW-APPLICATION-EXIT
           END-IF
           MOVE CUST-NO TO APPL-CUST-NO
           DISPLAY "  " CUST-NAME

           DISPLAY "Account holder name (Enter for the customer's):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               MOVE CUST-NAME TO WS-INPUT-NAME
           END-IF
           MOVE WS-INPUT-NAME TO APPL-NAME

      *    With a product master the account opens on an active
      *    product, which sets its type and opening minimum;
      *    without one it opens by bare type on the CTRL minimum.
           MOVE SPACES TO WS-OPEN-PRODUCT
           MOVE WS-CFG-MIN-DEPOSIT TO WS-OPEN-MIN-DEPOSIT
           IF WS-PROD-IS-OPEN
               DISPLAY "Product code (e.g. CHK, SAV, CD, MMKT):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-PRODUCT
               MOVE FUNCTION UPPER-CASE(WS-INPUT-PRODUCT)
                   TO WS-INPUT-PRODUCT
               MOVE WS-INPUT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   INVALID KEY
                       DISPLAY "Product " WS-INPUT-PRODUCT
                           " is not on the product master."
                       GO TO NEW-APPLICATION-EXIT
               END-READ
               IF PROD-IS-RETIRED
                   DISPLAY "Product " PROD-CODE " is retired."
                   GO TO NEW-APPLICATION-EXIT
               END-IF
               DISPLAY "  " PROD-NAME
               MOVE PROD-CODE TO WS-OPEN-PRODUCT
               MOVE PROD-BASE-TYPE TO WS-INPUT-TYPE
               MOVE PROD-MIN-OPEN TO WS-OPEN-MIN-DEPOSIT
           ELSE
               DISPLAY "Account type (C=Checking, S=Savings, "
                   "D=CD, M=Money Market):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-TYPE
               MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE)
                   TO WS-INPUT-TYPE
               IF WS-INPUT-TYPE NOT = "C" AND "S" AND "D" AND "M"
                   DISPLAY "Invalid type. Must be C, S, D, or M."
                   GO TO NEW-APPLICATION-EXIT
               END-IF
           END-IF
           MOVE WS-OPEN-PRODUCT TO APPL-PRODUCT
           MOVE WS-INPUT-TYPE TO APPL-TYPE

           DISPLAY "Opening deposit amount (e.g. 1000.00):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DEPOSIT
           MOVE FUNCTION NUMVAL(WS-INPUT-DEPOSIT) TO WS-DEPOSIT-AMT
           IF WS-DEPOSIT-AMT < WS-OPEN-MIN-DEPOSIT
               DISPLAY "Deposit does not meet the minimum amount."
               GO TO NEW-APPLICATION-EXIT
           END-IF
           MOVE WS-DEPOSIT-AMT TO APPL-DEPOSIT-AMT

           DISPLAY "Currency (USD, EUR, GBP; Enter for USD):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CURRENCY)
               TO WS-INPUT-CURRENCY
           IF WS-INPUT-CURRENCY = SPACES
               MOVE "USD" TO WS-INPUT-CURRENCY
           END-IF
           IF WS-INPUT-CURRENCY NOT = "USD" AND "EUR" AND "GBP"
               DISPLAY "Invalid currency. Must be USD, EUR, or GBP."
               GO TO NEW-APPLICATION-EXIT
           END-IF
           MOVE WS-INPUT-CURRENCY TO APPL-CURRENCY

           DISPLAY "Branch code (4 chars, Enter for 0001):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-BRANCH
           IF WS-INPUT-BRANCH = SPACES
               MOVE "0001" TO WS-INPUT-BRANCH
           END-IF
           IF WS-BR-IS-OPEN
               MOVE WS-INPUT-BRANCH TO BR-CODE
               READ BR-FILE
                   INVALID KEY
                       DISPLAY "Branch " WS-INPUT-BRANCH
                           " is not on the branch master."
                       GO TO NEW-APPLICATION-EXIT
               END-READ
               IF BR-IS-CLOSED
                   DISPLAY "Branch " WS-INPUT-BRANCH " is closed."
                   GO TO NEW-APPLICATION-EXIT
               END-IF
           END-IF
           MOVE WS-INPUT-BRANCH TO APPL-BRANCH

           DISPLAY "Joint holder name, if any (Enter to skip):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-JOINT-NAME
           MOVE WS-INPUT-JOINT-NAME TO APPL-JOINT-NAME

           MOVE ZEROS TO APPL-MATURITY-DT
           MOVE SPACES TO APPL-CD-DISP
           MOVE ZEROS TO APPL-CD-TERM
           IF WS-INPUT-TYPE = "D"
               PERFORM CAPTURE-CD-TERMS THRU CAPTURE-CD-TERMS-EXIT
               IF NOT WS-TERM-OFFERED
                   GO TO NEW-APPLICATION-EXIT
               END-IF
           END-IF

      *    A rate promotion named on the application must qualify
      *    today; it is checked again when the account opens.
           MOVE SPACES TO APPL-PROMO-CODE
           IF WS-PROMO-IS-OPEN
               DISPLAY "Rate promotion code (Enter for none):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-PROMO
               IF WS-INPUT-PROMO NOT = SPACES
                   PERFORM CHECK-APPL-PROMO
                       THRU CHECK-APPL-PROMO-EXIT
                   IF WS-OPEN-PROMO = SPACES
                       GO TO NEW-APPLICATION-EXIT
                   END-IF
                   MOVE WS-OPEN-PROMO TO APPL-PROMO-CODE
               END-IF
           END-IF

      *    The checklist as it stands at capture. Items not yet in
      *    hand are brought up to date with option C.
           PERFORM REFRESH-ID-CHECK THRU REFRESH-ID-CHECK-EXIT
           MOVE "N" TO APPL-CHK-SIG-CARD
           MOVE "N" TO APPL-CHK-TAX-CERT
           MOVE "N" TO APPL-CHK-DEPOSIT
           PERFORM ASK-CHECKLIST-ITEMS

           PERFORM SCREEN-APPLICATION

           MOVE WS-NEXT-APPL-ID TO APPL-ID
           MOVE "P" TO APPL-STATUS
           MOVE WS-OPERATOR-ID TO APPL-KEYED-BY
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE TO APPL-KEYED-DT
           MOVE SPACES TO APPL-DECIDED-BY
           MOVE ZEROS TO APPL-DECIDED-DT
           MOVE SPACES TO APPL-REASON
           MOVE ZEROS TO APPL-ACCT-NO
           WRITE APPL-REC
               INVALID KEY
                   DISPLAY "ERROR: Could not record the application "
                       "- status " WS-APPL-STATUS
                   GO TO NEW-APPLICATION-EXIT
           END-WRITE
           ADD 1 TO WS-NEXT-APPL-ID
           MOVE "APPLNEW" TO WS-AUDIT-ACTION
           PERFORM AUDIT-APPLICATION
           DISPLAY SPACES
           DISPLAY "Application " APPL-ID " recorded, pending."
           PERFORM SHOW-CHECKLIST
           IF APPL-WL-HIT
               PERFORM REPORT-WATCHLIST-HIT
           END-IF.
       NEW-APPLICATION-EXIT.
           EXIT.

      *    Certificate maturity, disposition and rollover term, as
      *    ACCTMGR asks them; a product's offered terms are
      *    enforced. Leaves WS-TERM-OFFERED off when the term is
      *    not one the product offers.
       CAPTURE-CD-TERMS.
           SET WS-TERM-OFFERED TO TRUE
           DISPLAY "Maturity date (YYYYMMDD):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MATURITY
           MOVE FUNCTION NUMVAL(WS-INPUT-MATURITY) TO APPL-MATURITY-DT
           DISPLAY "At maturity - R=Rollover, T=Transfer to "
               "linked acct, D=On demand (Enter for R):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CD-DISP
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CD-DISP)
               TO WS-CD-DISP-CODE
           IF WS-CD-DISP-CODE NOT = "R" AND "T" AND "D"
               MOVE "R" TO WS-CD-DISP-CODE
           END-IF
           MOVE WS-CD-DISP-CODE TO APPL-CD-DISP
           IF WS-OPEN-PRODUCT NOT = SPACES
               AND PROD-CD-TERM (1) > ZEROS
               MOVE 0 TO WS-TERM-FLAG
               DISPLAY "Rollover term in months - offered: "
                   PROD-CD-TERM (1) " " PROD-CD-TERM (2) " "
                   PROD-CD-TERM (3) " " PROD-CD-TERM (4)
               DISPLAY "(Enter for " PROD-CD-TERM (1) ")"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-CD-TERM
               MOVE FUNCTION NUMVAL(WS-INPUT-CD-TERM)
                   TO WS-CD-TERM-MONTHS
               IF WS-CD-TERM-MONTHS = ZEROS
                   MOVE PROD-CD-TERM (1) TO WS-CD-TERM-MONTHS
               END-IF
               PERFORM CHECK-ONE-CD-TERM
                   VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > 4 OR WS-TERM-OFFERED
               IF NOT WS-TERM-OFFERED
                   DISPLAY "Product " PROD-CODE " does not offer a "
                       WS-CD-TERM-MONTHS "-month term."
                   GO TO CAPTURE-CD-TERMS-EXIT
               END-IF
           ELSE
               DISPLAY "Rollover term in months (Enter for 12):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-CD-TERM
               MOVE FUNCTION NUMVAL(WS-INPUT-CD-TERM)
                   TO WS-CD-TERM-MONTHS
               IF WS-CD-TERM-MONTHS = ZEROS
                   MOVE 12 TO WS-CD-TERM-MONTHS
               END-IF
           END-IF
           MOVE WS-CD-TERM-MONTHS TO APPL-CD-TERM.
       CAPTURE-CD-TERMS-EXIT.
           EXIT.

       CHECK-ONE-CD-TERM.
           IF PROD-CD-TERM (WS-TERM-IDX) > ZEROS
               AND PROD-CD-TERM (WS-TERM-IDX) = WS-CD-TERM-MONTHS
               SET WS-TERM-OFFERED TO TRUE
           END-IF.

      *    Leaves WS-OPEN-PROMO and WS-OPEN-PROMO-EXP set when the
      *    promotion in WS-INPUT-PROMO is active, today is inside its
      *    campaign window and APPL-TYPE is one it is offered on;
      *    otherwise says why and leaves them clear. The rules are
      *    ACCTMGR's CHECK-OPEN-PROMO.
       CHECK-APPL-PROMO.
           MOVE SPACES TO WS-OPEN-PROMO
           MOVE ZEROS TO WS-OPEN-PROMO-EXP
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PROMO) TO WS-INPUT-PROMO
           MOVE WS-INPUT-PROMO TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion " WS-INPUT-PROMO
                       " is not on the promotion table."
                   GO TO CHECK-APPL-PROMO-EXIT
           END-READ
           IF NOT PROMO-IS-ACTIVE
               DISPLAY "Promotion " PROMO-CODE " is withdrawn."
               GO TO CHECK-APPL-PROMO-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           IF WS-TODAY-DATE < PROMO-START-DT
               OR WS-TODAY-DATE > PROMO-END-DT
               DISPLAY "Promotion " PROMO-CODE " runs for accounts "
                   "opened " PROMO-START-DT " to " PROMO-END-DT "."
               GO TO CHECK-APPL-PROMO-EXIT
           END-IF
           MOVE 0 TO WS-PROMO-TALLY
           INSPECT PROMO-TYPES TALLYING WS-PROMO-TALLY
               FOR ALL APPL-TYPE
           IF WS-PROMO-TALLY = 0
               DISPLAY "Promotion " PROMO-CODE " is not offered on "
                   "this account type (types " PROMO-TYPES ")."
               GO TO CHECK-APPL-PROMO-EXIT
           END-IF
           PERFORM SET-PROMO-EXPIRY
           MOVE PROMO-CODE TO WS-OPEN-PROMO
           DISPLAY "  " PROMO-NAME
           DISPLAY "  Promotional rate applies until "
               WS-OPEN-PROMO-EXP.
       CHECK-APPL-PROMO-EXIT.
           EXIT.

      *    Today plus PROMO-TERM-MOS months; a day past the end of
      *    the target month (31 Jan + 1 month) takes its last day.
       SET-PROMO-EXPIRY.
           MOVE WS-TODAY-DATE TO WS-PX-DATE-N
           COMPUTE WS-PX-MONTHS = WS-PX-YEAR * 12 + WS-PX-MONTH - 1
               + PROMO-TERM-MOS
           DIVIDE WS-PX-MONTHS BY 12 GIVING WS-PX-YEAR
               REMAINDER WS-PX-MONTH
           ADD 1 TO WS-PX-MONTH
           COMPUTE WS-PX-FIRST = WS-PX-YEAR * 10000
               + WS-PX-MONTH * 100 + 1
           IF WS-PX-MONTH = 12
               COMPUTE WS-PX-NEXT-FIRST = (WS-PX-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PX-NEXT-FIRST = WS-PX-FIRST + 100
           END-IF
           COMPUTE WS-PX-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PX-NEXT-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-PX-FIRST)
           IF WS-PX-DAY > WS-PX-MONTH-DAYS
               MOVE WS-PX-MONTH-DAYS TO WS-PX-DAY
           END-IF
           MOVE WS-PX-DATE-N TO WS-OPEN-PROMO-EXP.

      *================================================================*
      * Checklist                                                      *
      *================================================================*
      *    ID verified comes from the customer's KYC fields, as
      *    KYCREVW reads them: an identification type, a verification
      *    date, and an expiry not yet passed (zero is no expiry).
       REFRESH-ID-CHECK.
           MOVE "N" TO APPL-CHK-ID-VERIFIED
           IF NOT WS-CUST-IS-OPEN
               GO TO REFRESH-ID-CHECK-EXIT
           END-IF
           MOVE APPL-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   GO TO REFRESH-ID-CHECK-EXIT
           END-READ
           IF CUST-ID-TYPE = SPACES
               OR CUST-ID-VERIF-DT NOT NUMERIC
               OR CUST-ID-VERIF-DT = ZEROS
               GO TO REFRESH-ID-CHECK-EXIT
           END-IF
           IF CUST-ID-EXPIRY NUMERIC
               AND CUST-ID-EXPIRY > ZEROS
               AND CUST-ID-EXPIRY < WS-TODAY-DATE
               GO TO REFRESH-ID-CHECK-EXIT
           END-IF
           MOVE "Y" TO APPL-CHK-ID-VERIFIED.
       REFRESH-ID-CHECK-EXIT.
           EXIT.

      *    The three items the operator confirms in hand. Enter
      *    keeps the current answer.
       ASK-CHECKLIST-ITEMS.
           MOVE "Signature card on file" TO WS-CHK-PROMPT
           MOVE APPL-CHK-SIG-CARD TO WS-CHK-ITEM
           PERFORM ASK-ONE-CHECKLIST-ITEM
           MOVE WS-CHK-ITEM TO APPL-CHK-SIG-CARD
           MOVE "Tax certification signed" TO WS-CHK-PROMPT
           MOVE APPL-CHK-TAX-CERT TO WS-CHK-ITEM
           PERFORM ASK-ONE-CHECKLIST-ITEM
           MOVE WS-CHK-ITEM TO APPL-CHK-TAX-CERT
           MOVE "Initial deposit received" TO WS-CHK-PROMPT
           MOVE APPL-CHK-DEPOSIT TO WS-CHK-ITEM
           PERFORM ASK-ONE-CHECKLIST-ITEM
           MOVE WS-CHK-ITEM TO APPL-CHK-DEPOSIT.

       ASK-ONE-CHECKLIST-ITEM.
           IF WS-CHK-ITEM NOT = "Y"
               MOVE "N" TO WS-CHK-ITEM
           END-IF
           DISPLAY WS-CHK-PROMPT " (Y/N, Enter keeps "
               WS-CHK-ITEM "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-YN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-YN) TO WS-INPUT-YN
           IF WS-INPUT-YN = "Y" OR WS-INPUT-YN = "N"
               MOVE WS-INPUT-YN TO WS-CHK-ITEM
           END-IF.

       CHECK-CHECKLIST-COMPLETE.
           MOVE 0 TO WS-CHK-COMPLETE-FLAG
           IF APPL-ID-IS-VERIFIED
               AND APPL-SIG-CARD-HELD
               AND APPL-TAX-CERT-HELD
               AND APPL-DEPOSIT-RECEIVED
               SET WS-CHK-COMPLETE TO TRUE
           END-IF.

       SHOW-CHECKLIST.
           DISPLAY "  ID verified (KYC):      " APPL-CHK-ID-VERIFIED
           DISPLAY "  Signature card:         " APPL-CHK-SIG-CARD
           DISPLAY "  Tax certification:      " APPL-CHK-TAX-CERT
           DISPLAY "  Initial deposit:        " APPL-CHK-DEPOSIT
           EVALUATE TRUE
               WHEN APPL-WL-HIT
                   MOVE "HIT" TO WS-WL-NAME-SHOWN
               WHEN APPL-WL-CLEAR
                   MOVE "CLEAR" TO WS-WL-NAME-SHOWN
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-WL-NAME-SHOWN
           END-EVALUATE
           DISPLAY "  Watchlist:              " WS-WL-NAME-SHOWN
               " " APPL-WL-DT
           IF NOT APPL-ID-IS-VERIFIED
               DISPLAY "  (Verify the customer's identification on "
                   "the BANKUI customer screen.)"
           END-IF.

       UPDATE-CHECKLIST.
           PERFORM READ-APPLICATION THRU READ-APPLICATION-EXIT
           IF NOT WS-APPL-FOUND
               GO TO UPDATE-CHECKLIST-EXIT
           END-IF
           IF NOT APPL-IS-PENDING
               PERFORM SHOW-NOT-PENDING
               GO TO UPDATE-CHECKLIST-EXIT
           END-IF
           DISPLAY "  " APPL-NAME " customer " APPL-CUST-NO
           PERFORM REFRESH-ID-CHECK THRU REFRESH-ID-CHECK-EXIT
           PERFORM ASK-CHECKLIST-ITEMS
           REWRITE APPL-REC
               INVALID KEY
                   DISPLAY "ERROR: Could not update the application "
                       "- status " WS-APPL-STATUS
                   GO TO UPDATE-CHECKLIST-EXIT
           END-REWRITE
           MOVE "APPLCHK" TO WS-AUDIT-ACTION
           PERFORM AUDIT-APPLICATION
           DISPLAY "Checklist updated."
           PERFORM SHOW-CHECKLIST
           PERFORM CHECK-CHECKLIST-COMPLETE
           IF WS-CHK-COMPLETE
               DISPLAY "Checklist complete - ready for approval."
           END-IF.
       UPDATE-CHECKLIST-EXIT.
           EXIT.

      *================================================================*
      * Watchlist                                                      *
      *================================================================*
      *    Screens the holder and joint holder and records the
      *    result on the application. A site with no watchlist
      *    screens nothing and is clear, as at ACCTMGR's opening.
       SCREEN-APPLICATION.
           MOVE APPL-NAME TO WS-WL-CAND-NAME
           PERFORM SCREEN-NAME-ON-WATCHLIST
               THRU SCREEN-NAME-ON-WATCHLIST-EXIT
           IF NOT WS-WL-HIT
               MOVE APPL-JOINT-NAME TO WS-WL-CAND-NAME
               PERFORM SCREEN-NAME-ON-WATCHLIST
                   THRU SCREEN-NAME-ON-WATCHLIST-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE TO APPL-WL-DT
           IF WS-WL-HIT
               MOVE "H" TO APPL-WL-RESULT
               MOVE WL-ID TO APPL-WL-ID
           ELSE
               MOVE "C" TO APPL-WL-RESULT
               MOVE ZEROS TO APPL-WL-ID
           END-IF.

      *    A hit is shown, referred, and audited. The WLHIT action
      *    keeps it off the customer's data export.
       REPORT-WATCHLIST-HIT.
           IF WS-WL-HIT
               DISPLAY "Name matches the watchlist (program "
                   WL-PROGRAM " ref " WL-REFERENCE ")."
           ELSE
               DISPLAY "Name matches the watchlist (entry "
                   APPL-WL-ID ")."
           END-IF
           DISPLAY "The account cannot be opened - refer to "
               "compliance."
           MOVE ZEROS TO WS-AUDIT-TARGET
           MOVE "WLHIT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "APPL " APPL-ID " WL " APPL-WL-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

      *    Case- and token-order-tolerant screen of the name in
      *    WS-WL-CAND-NAME against the watchlist: a listed name hits
      *    when every one of its words appears among the candidate
      *    name's words. The hit's WL-REC stays in the record area
      *    for the caller's message.
       SCREEN-NAME-ON-WATCHLIST.
           MOVE 0 TO WS-WL-HIT-FLAG
           MOVE 0 TO WS-WL-EOF-FLAG
           IF NOT WS-WL-IS-OPEN
               GO TO SCREEN-NAME-ON-WATCHLIST-EXIT
           END-IF
           IF WS-WL-CAND-NAME = SPACES
               GO TO SCREEN-NAME-ON-WATCHLIST-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-WL-CAND-NAME)
               TO WS-WL-CAND-UPPER
           MOVE SPACES TO WS-WL-CAND-TOKENS
           MOVE 0 TO WS-WL-CAND-TOK-CNT
           UNSTRING WS-WL-CAND-UPPER
               DELIMITED BY ALL SPACES
               INTO WS-WL-CAND-TOK(1) WS-WL-CAND-TOK(2)
                   WS-WL-CAND-TOK(3) WS-WL-CAND-TOK(4)
                   WS-WL-CAND-TOK(5) WS-WL-CAND-TOK(6)
               TALLYING IN WS-WL-CAND-TOK-CNT
           END-UNSTRING
           MOVE LOW-VALUES TO WL-ID
           START WL-FILE KEY IS GREATER THAN WL-ID
               INVALID KEY
                   GO TO SCREEN-NAME-ON-WATCHLIST-EXIT
           END-START
           PERFORM MATCH-ONE-WL-NAME
               UNTIL WS-WL-AT-EOF OR WS-WL-HIT.
       SCREEN-NAME-ON-WATCHLIST-EXIT.
           EXIT.

       MATCH-ONE-WL-NAME.
           READ WL-FILE NEXT
               AT END
                   SET WS-WL-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COMPARE-WL-TOKENS
           END-READ.

       COMPARE-WL-TOKENS.
           MOVE FUNCTION UPPER-CASE(WL-NAME) TO WS-WL-LIST-UPPER
           MOVE SPACES TO WS-WL-LIST-TOKENS
           MOVE 0 TO WS-WL-LIST-TOK-CNT
           UNSTRING WS-WL-LIST-UPPER
               DELIMITED BY ALL SPACES
               INTO WS-WL-LIST-TOK(1) WS-WL-LIST-TOK(2)
                   WS-WL-LIST-TOK(3) WS-WL-LIST-TOK(4)
                   WS-WL-LIST-TOK(5) WS-WL-LIST-TOK(6)
               TALLYING IN WS-WL-LIST-TOK-CNT
           END-UNSTRING
           MOVE 1 TO WS-WL-ALL-FOUND-FLAG
           MOVE 0 TO WS-WL-NONSP-CNT
           PERFORM MATCH-ONE-LIST-TOKEN
               VARYING WS-WL-I FROM 1 BY 1
               UNTIL WS-WL-I > 6
               OR WS-WL-ALL-FOUND-FLAG = 0
           IF WS-WL-ALL-FOUND-FLAG = 1
               AND WS-WL-NONSP-CNT > 0
               SET WS-WL-HIT TO TRUE
           END-IF.

       MATCH-ONE-LIST-TOKEN.
           IF WS-WL-LIST-TOK(WS-WL-I) NOT = SPACES
               ADD 1 TO WS-WL-NONSP-CNT
               MOVE 0 TO WS-WL-TOK-FOUND-FLAG
               PERFORM FIND-CAND-TOKEN
                   VARYING WS-WL-J FROM 1 BY 1
                   UNTIL WS-WL-J > 6
                   OR WS-WL-TOK-FOUND-FLAG = 1
               IF WS-WL-TOK-FOUND-FLAG = 0
                   MOVE 0 TO WS-WL-ALL-FOUND-FLAG
               END-IF
           END-IF.

       FIND-CAND-TOKEN.
           IF WS-WL-CAND-TOK(WS-WL-J) = WS-WL-LIST-TOK(WS-WL-I)
               AND WS-WL-CAND-TOK(WS-WL-J) NOT = SPACES
               MOVE 1 TO WS-WL-TOK-FOUND-FLAG
           END-IF.

      *================================================================*
      * Inquiry                                                        *
      *================================================================*
      *    Prompts for an application id and reads it, leaving
      *    WS-APPL-FOUND set when it is on file.
       READ-APPLICATION.
           MOVE 0 TO WS-APPL-FOUND-FLAG
           DISPLAY "Application id:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-APPL
           MOVE FUNCTION NUMVAL(WS-INPUT-APPL) TO APPL-ID
           READ APPL-FILE
               INVALID KEY
                   DISPLAY "Application not found."
                   GO TO READ-APPLICATION-EXIT
           END-READ
           SET WS-APPL-FOUND TO TRUE
           PERFORM GET-CURRENT-DATETIME.
       READ-APPLICATION-EXIT.
           EXIT.

       SET-STATUS-NAME.
           EVALUATE TRUE
               WHEN APPL-IS-PENDING
                   MOVE "PENDING" TO WS-STATUS-NAME
               WHEN APPL-IS-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-NAME
               WHEN APPL-IS-DECLINED
                   MOVE "DECLINED" TO WS-STATUS-NAME
               WHEN APPL-IS-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE APPL-STATUS TO WS-STATUS-NAME
           END-EVALUATE.

       SHOW-NOT-PENDING.
           PERFORM SET-STATUS-NAME
           DISPLAY "Application " APPL-ID " is " WS-STATUS-NAME
               " - no further action.".

       SHOW-APPLICATION.
           PERFORM READ-APPLICATION THRU READ-APPLICATION-EXIT
           IF NOT WS-APPL-FOUND
               GO TO SHOW-APPLICATION-EXIT
           END-IF
           PERFORM SET-STATUS-NAME
           DISPLAY SPACES
           DISPLAY "  Application:   " APPL-ID "  " WS-STATUS-NAME
           DISPLAY "  Customer:      " APPL-CUST-NO
           DISPLAY "  Holder:        " APPL-NAME
           IF APPL-JOINT-NAME NOT = SPACES
               DISPLAY "  Joint holder:  " APPL-JOINT-NAME
           END-IF
           DISPLAY "  Product/type:  " APPL-PRODUCT " " APPL-TYPE
           MOVE APPL-DEPOSIT-AMT TO WS-DISP-BAL
           DISPLAY "  Deposit:       " WS-DISP-BAL " " APPL-CURRENCY
           DISPLAY "  Branch:        " APPL-BRANCH
           IF APPL-TYPE = "D"
               DISPLAY "  Maturity:      " APPL-MATURITY-DT
                   "  " APPL-CD-DISP "  term " APPL-CD-TERM
           END-IF
           IF APPL-PROMO-CODE NOT = SPACES
               DISPLAY "  Promotion:     " APPL-PROMO-CODE
           END-IF
           DISPLAY "  Keyed by:      " APPL-KEYED-BY " on "
               APPL-KEYED-DT
           PERFORM SHOW-CHECKLIST
           IF NOT APPL-IS-PENDING
               DISPLAY "  Decided by:    " APPL-DECIDED-BY " on "
                   APPL-DECIDED-DT
           END-IF
           IF APPL-REASON NOT = SPACES
               DISPLAY "  Reason:        " APPL-REASON
           END-IF
           IF APPL-IS-APPROVED
               DISPLAY "  Account:       " APPL-ACCT-NO
           END-IF.
       SHOW-APPLICATION-EXIT.
           EXIT.

       LIST-PENDING.
           MOVE 0 TO WS-APPL-EOF-FLAG
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM GET-CURRENT-DATETIME
           MOVE LOW-VALUES TO APPL-ID
           START APPL-FILE KEY IS GREATER THAN APPL-ID
               INVALID KEY
                   DISPLAY "(No applications on file)"
                   GO TO LIST-PENDING-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "  ID       CUSTOMER NAME                 "
               "PROD T KEYED    DAYS  CHKS WL BY"
           PERFORM LIST-ONE-PENDING UNTIL WS-APPL-AT-EOF
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY "(No pending applications)"
           ELSE
               DISPLAY "  Pending applications: " WS-LISTED-COUNT
               DISPLAY "  CHKS: ID, signature card, tax "
                   "certification, deposit."
           END-IF.
       LIST-PENDING-EXIT.
           EXIT.

       LIST-ONE-PENDING.
           READ APPL-FILE NEXT
               AT END
                   SET WS-APPL-AT-EOF TO TRUE
               NOT AT END
                   IF APPL-IS-PENDING
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM COMPUTE-DAYS-PENDING
                       MOVE APPL-CHECKLIST TO WS-CHK-FLAGS
                       DISPLAY "  " APPL-ID " " APPL-CUST-NO " "
                           APPL-NAME(1:20) " " APPL-PRODUCT " "
                           APPL-TYPE " " APPL-KEYED-DT " "
                           WS-DAYS-PENDING " " WS-CHK-FLAGS " "
                           APPL-WL-RESULT "  " APPL-KEYED-BY
                   END-IF
           END-READ.

       COMPUTE-DAYS-PENDING.
           MOVE ZEROS TO WS-DAYS-PENDING
           IF APPL-KEYED-DT NUMERIC
               AND APPL-KEYED-DT > ZEROS
               AND APPL-KEYED-DT < WS-TODAY-DATE
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(APPL-KEYED-DT)
           END-IF.

      *================================================================*
      * Decisions                                                      *
      *================================================================*
      *    The second operator's approval. The approver must be a
      *    supervisor and not the operator who keyed the
      *    application; the ID item and the watchlist are checked
      *    afresh, and every checklist item must be satisfied.
      *    The account is then written to the master as ACCTMGR
      *    writes a new one.
       APPROVE-APPLICATION.
           IF NOT WS-OPER-IS-SUPV
               DISPLAY "Supervisor authority is required to approve "
                   "an application."
               GO TO APPROVE-APPLICATION-EXIT
           END-IF
           PERFORM READ-APPLICATION THRU READ-APPLICATION-EXIT
           IF NOT WS-APPL-FOUND
               GO TO APPROVE-APPLICATION-EXIT
           END-IF
           IF NOT APPL-IS-PENDING
               PERFORM SHOW-NOT-PENDING
               GO TO APPROVE-APPLICATION-EXIT
           END-IF
           IF APPL-KEYED-BY = WS-OPERATOR-ID
               DISPLAY "A different operator must approve this "
                   "application."
               GO TO APPROVE-APPLICATION-EXIT
           END-IF

           PERFORM REFRESH-ID-CHECK THRU REFRESH-ID-CHECK-EXIT
           PERFORM SCREEN-APPLICATION
           REWRITE APPL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF APPL-WL-HIT
               PERFORM REPORT-WATCHLIST-HIT
               GO TO APPROVE-APPLICATION-EXIT
           END-IF
           PERFORM CHECK-CHECKLIST-COMPLETE
           IF NOT WS-CHK-COMPLETE
               DISPLAY "The checklist is not complete:"
               PERFORM SHOW-CHECKLIST
               GO TO APPROVE-APPLICATION-EXIT
           END-IF

      *    The product must still be offered when the account opens.
           IF APPL-PRODUCT NOT = SPACES
               IF NOT WS-PROD-IS-OPEN
                   DISPLAY "Product master unavailable - retry."
                   GO TO APPROVE-APPLICATION-EXIT
               END-IF
               MOVE APPL-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   INVALID KEY
                       DISPLAY "Product " APPL-PRODUCT
                           " is no longer on the product master."
                       GO TO APPROVE-APPLICATION-EXIT
               END-READ
               IF PROD-IS-RETIRED
                   DISPLAY "Product " PROD-CODE " has been retired."
                   GO TO APPROVE-APPLICATION-EXIT
               END-IF
           END-IF

      *    The promotion must still qualify on the opening date, and
      *    its term runs from that date. One that has lapsed since
      *    capture does not open silently at the standard rate: the
      *    supervisor either opens without it or leaves the
      *    application pending.
           MOVE SPACES TO WS-OPEN-PROMO
           MOVE ZEROS TO WS-OPEN-PROMO-EXP
           IF APPL-PROMO-CODE NOT = SPACES
               IF NOT WS-PROMO-IS-OPEN
                   DISPLAY "Promotion table unavailable - retry."
                   GO TO APPROVE-APPLICATION-EXIT
               END-IF
               MOVE APPL-PROMO-CODE TO WS-INPUT-PROMO
               PERFORM CHECK-APPL-PROMO THRU CHECK-APPL-PROMO-EXIT
               IF WS-OPEN-PROMO = SPACES
                   DISPLAY "Open the account without the promotion "
                       "(Y/N)?"
                   DISPLAY "> " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = "Y" AND "y"
                       DISPLAY "No decision taken."
                       GO TO APPROVE-APPLICATION-EXIT
                   END-IF
               END-IF
           END-IF

           DISPLAY "  " APPL-NAME " customer " APPL-CUST-NO
           MOVE APPL-DEPOSIT-AMT TO WS-DISP-BAL
           DISPLAY "  " APPL-PRODUCT " " APPL-TYPE " " WS-DISP-BAL
               " " APPL-CURRENCY " branch " APPL-BRANCH
           IF WS-OPEN-PROMO NOT = SPACES
               DISPLAY "  Promotion " WS-OPEN-PROMO " until "
                   WS-OPEN-PROMO-EXP
           END-IF
           DISPLAY "  Keyed by " APPL-KEYED-BY " on " APPL-KEYED-DT
           DISPLAY "Open the account (Y/N)?"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND "y"
               DISPLAY "No decision taken."
               GO TO APPROVE-APPLICATION-EXIT
           END-IF

           PERFORM FIND-NEXT-ACCT-NO THRU FIND-NEXT-ACCT-NO-EXIT
           PERFORM BUILD-NEW-ACCOUNT
           WRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Could not create account."
               DISPLAY "  File status: " WS-ACCT-STATUS
               GO TO APPROVE-APPLICATION-EXIT
           END-IF

           MOVE "A" TO APPL-STATUS
           MOVE WS-OPERATOR-ID TO APPL-DECIDED-BY
           MOVE WS-TODAY-DATE TO APPL-DECIDED-DT
           MOVE ACCT-NO TO APPL-ACCT-NO
           REWRITE APPL-REC
               INVALID KEY
                   DISPLAY "WARNING: Account opened but the "
                       "application could not be updated."
           END-REWRITE

      *    The opening is audited as ACCTMGR audits one, and the
      *    approval carries the keying operator beside the
      *    approver's id.
           MOVE ACCT-NO TO WS-AUDIT-TARGET
           MOVE "CREATE" TO WS-AUDIT-ACTION
           MOVE ACCT-NAME TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           MOVE "APPLAPPR" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "APPL " APPL-ID " BY " APPL-KEYED-BY
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT

           DISPLAY SPACES
           DISPLAY "Application " APPL-ID " approved."
           DISPLAY "  Account Number: " ACCT-NO
           DISPLAY "  Name:           " ACCT-NAME
           MOVE ACCT-BAL TO WS-DISP-BAL
           DISPLAY "  Balance:        " WS-DISP-BAL
           DISPLAY "  Type:           " ACCT-TYPE
           DISPLAY "  Branch:         " ACCT-BRANCH
           IF ACCT-PROMO-CODE NOT = SPACES
               DISPLAY "  Promotion:      " ACCT-PROMO-CODE
                   " until " ACCT-PROMO-EXP-DT
           END-IF.
       APPROVE-APPLICATION-EXIT.
           EXIT.

      *    The new account from the application. Overdraft limit,
      *    sweep link and velocity limits start at none; they are
      *    sensitive maintenance, requested afterwards through the
      *    BANKUI limits and links screen. The rate promotion is the
      *    one APPROVE-APPLICATION checked, if any.
       BUILD-NEW-ACCOUNT.
           MOVE WS-NEXT-ACCT-NO   TO ACCT-NO
           MOVE APPL-NAME         TO ACCT-NAME
           MOVE APPL-DEPOSIT-AMT  TO ACCT-BAL
           MOVE APPL-TYPE         TO ACCT-TYPE
           MOVE "A"               TO ACCT-STATUS
           MOVE WS-TODAY-DATE     TO ACCT-OPEN-DT
           MOVE ZEROS             TO ACCT-OD-LIMIT
           MOVE APPL-CURRENCY     TO ACCT-CURRENCY
           MOVE ZEROS             TO ACCT-MAX-W-COUNT
           MOVE ZEROS             TO ACCT-MAX-W-AMT
           MOVE APPL-BRANCH       TO ACCT-BRANCH
           MOVE APPL-JOINT-NAME   TO ACCT-JOINT-NAME
           MOVE APPL-MATURITY-DT  TO ACCT-MATURITY-DT
           MOVE ZEROS             TO ACCT-LINKED-ACCT
           MOVE APPL-CUST-NO      TO ACCT-CUST-NO
           MOVE APPL-CD-DISP      TO ACCT-CD-DISP
           MOVE APPL-CD-TERM      TO ACCT-CD-TERM
           MOVE ZEROS             TO ACCT-HOLD-AMT
           MOVE ZEROS             TO ACCT-INT-YTD
           MOVE ZEROS             TO ACCT-INT-PRIOR-YR
           MOVE SPACES            TO ACCT-WHOLD-FLAG
           MOVE ZEROS             TO ACCT-ALERT-LOW-BAL
           MOVE ZEROS             TO ACCT-ALERT-LRG-TXN
           MOVE SPACES            TO ACCT-ALERT-ATM
           MOVE ZEROS             TO ACCT-OD-ACCRUED
           MOVE SPACES            TO ACCT-INT-DISP
           MOVE ZEROS             TO ACCT-INT-PAYABLE
           MOVE SPACES            TO ACCT-IRA-PLAN
           MOVE ZEROS             TO ACCT-IRA-CONTRIB
           MOVE ZEROS             TO ACCT-IRA-DISTRIB
           MOVE ZEROS             TO ACCT-IRA-MATURE-DT
           MOVE SPACES            TO ACCT-POD-NAME
           MOVE ZEROS             TO ACCT-LEGAL-AMT
           MOVE ZEROS             TO ACCT-PLEDGE-AMT
           MOVE ZEROS             TO ACCT-XWD-MONTH
           MOVE ZEROS             TO ACCT-XWD-COUNT
           MOVE ZEROS             TO ACCT-XWD-CHARGED
           MOVE ZEROS             TO ACCT-XWD-OVER-MOS
           MOVE ZEROS             TO ACCT-IFEE-DATE
           MOVE ZEROS             TO ACCT-IFEE-COUNT
           MOVE APPL-PRODUCT      TO ACCT-PRODUCT
           MOVE SPACES            TO ACCT-ANALYSIS
           MOVE ZEROS             TO ACCT-STMT-CYCLE
           MOVE SPACES            TO ACCT-STMT-FREQ
           MOVE ZEROS             TO ACCT-STMT-LAST-DT
           MOVE WS-OPEN-PROMO     TO ACCT-PROMO-CODE
           MOVE WS-OPEN-PROMO-EXP TO ACCT-PROMO-EXP-DT
           MOVE ZEROS             TO ACCT-INT-ACCRUED
           MOVE ZEROS             TO ACCT-INT-ACCR-DT
           MOVE ZEROS             TO ACCT-CHGOFF-AMT
           MOVE ZEROS             TO ACCT-CHGOFF-DT
           MOVE SPACES            TO ACCT-RES-NO-DEBIT
           MOVE SPACES            TO ACCT-RES-NO-CREDIT
           MOVE SPACES            TO ACCT-RES-NO-EXT
           MOVE SPACES            TO ACCT-RES-CTR-ONLY
           IF APPL-PRODUCT NOT = SPACES
               MOVE PROD-INT-RATE TO ACCT-INT-RATE
           ELSE
               EVALUATE TRUE
                   WHEN APPL-TYPE = "S"
                       MOVE 01.5000 TO ACCT-INT-RATE
                   WHEN APPL-TYPE = "D"
                       MOVE 03.0000 TO ACCT-INT-RATE
                   WHEN APPL-TYPE = "M"
                       MOVE 02.0000 TO ACCT-INT-RATE
                   WHEN OTHER
                       MOVE 00.0000 TO ACCT-INT-RATE
               END-EVALUATE
           END-IF.

       DECLINE-APPLICATION.
           IF NOT WS-OPER-IS-SUPV
               DISPLAY "Supervisor authority is required to decline "
                   "an application."
               GO TO DECLINE-APPLICATION-EXIT
           END-IF
           PERFORM READ-APPLICATION THRU READ-APPLICATION-EXIT
           IF NOT WS-APPL-FOUND
               GO TO DECLINE-APPLICATION-EXIT
           END-IF
           IF NOT APPL-IS-PENDING
               PERFORM SHOW-NOT-PENDING
               GO TO DECLINE-APPLICATION-EXIT
           END-IF
           DISPLAY "  " APPL-NAME " customer " APPL-CUST-NO
           DISPLAY "Reason for declining:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "A reason is required."
               GO TO DECLINE-APPLICATION-EXIT
           END-IF
           MOVE "D" TO APPL-STATUS
           MOVE "APPLDECL" TO WS-AUDIT-ACTION
           PERFORM CLOSE-APPLICATION THRU CLOSE-APPLICATION-EXIT.
       DECLINE-APPLICATION-EXIT.
           EXIT.

      *    The applicant has withdrawn; any operator records it.
       WITHDRAW-APPLICATION.
           PERFORM READ-APPLICATION THRU READ-APPLICATION-EXIT
           IF NOT WS-APPL-FOUND
               GO TO WITHDRAW-APPLICATION-EXIT
           END-IF
           IF NOT APPL-IS-PENDING
               PERFORM SHOW-NOT-PENDING
               GO TO WITHDRAW-APPLICATION-EXIT
           END-IF
           DISPLAY "  " APPL-NAME " customer " APPL-CUST-NO
           DISPLAY "Reason given (Enter for none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               MOVE "APPLICANT WITHDREW" TO WS-INPUT-REASON
           END-IF
           MOVE "W" TO APPL-STATUS
           MOVE "APPLWDRN" TO WS-AUDIT-ACTION
           PERFORM CLOSE-APPLICATION THRU CLOSE-APPLICATION-EXIT.
       WITHDRAW-APPLICATION-EXIT.
           EXIT.

      *    Writes a decline or withdrawal: the caller sets the new
      *    status, WS-INPUT-REASON and WS-AUDIT-ACTION.
       CLOSE-APPLICATION.
           MOVE WS-OPERATOR-ID TO APPL-DECIDED-BY
           MOVE WS-TODAY-DATE TO APPL-DECIDED-DT
           MOVE WS-INPUT-REASON TO APPL-REASON
           REWRITE APPL-REC
               INVALID KEY
                   DISPLAY "ERROR: Could not update the application "
                       "- status " WS-APPL-STATUS
                   GO TO CLOSE-APPLICATION-EXIT
           END-REWRITE
           PERFORM AUDIT-APPLICATION
           PERFORM SET-STATUS-NAME
           DISPLAY "Application " APPL-ID " " WS-STATUS-NAME ".".
       CLOSE-APPLICATION-EXIT.
           EXIT.

      *================================================================*
      * Account numbering, as ACCTMGR numbers new accounts             *
      *================================================================*
       FIND-NEXT-ACCT-NO.
           MOVE HIGH-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS LESS THAN ACCT-NO
               INVALID KEY
                   MOVE WS-CFG-ACCT-START-BASE TO WS-NEXT-BASE
                   PERFORM BUILD-NEXT-ACCT-NO
                   GO TO FIND-NEXT-ACCT-NO-EXIT
           END-START
           READ ACCT-FILE PREVIOUS
               AT END
                   MOVE WS-CFG-ACCT-START-BASE TO WS-NEXT-BASE
                   PERFORM BUILD-NEXT-ACCT-NO
                   GO TO FIND-NEXT-ACCT-NO-EXIT
           END-READ
           IF ACCT-NO < WS-CD-FLOOR
               MOVE WS-CFG-ACCT-START-BASE TO WS-NEXT-BASE
           ELSE
               COMPUTE WS-NEXT-BASE = FUNCTION INTEGER(ACCT-NO / 10) + 1
           END-IF
           PERFORM BUILD-NEXT-ACCT-NO.
       FIND-NEXT-ACCT-NO-EXIT.
           EXIT.

      *    Builds WS-NEXT-ACCT-NO from the 7-digit WS-NEXT-BASE plus
      *    a freshly computed check digit as the 8th digit.
       BUILD-NEXT-ACCT-NO.
           MOVE WS-NEXT-BASE TO WS-CD-WORK(1:7)
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CD-CHECK-DIGIT TO WS-CD-WORK(8:1)
           MOVE WS-CD-WORK TO WS-NEXT-ACCT-NO.

      *    Weighted modulus-10 check digit over the first 7
      *    characters of WS-CD-WORK, into WS-CD-CHECK-DIGIT.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CD-SUM
           PERFORM ADD-ONE-WEIGHTED-DIGIT
               VARYING WS-CD-IDX FROM 1 BY 1 UNTIL WS-CD-IDX > 7
           COMPUTE WS-CD-CHECK-DIGIT = FUNCTION MOD(WS-CD-SUM, 10).

       ADD-ONE-WEIGHTED-DIGIT.
           MOVE WS-CD-WORK(WS-CD-IDX:1) TO WS-CD-DIGIT
           COMPUTE WS-CD-SUM = WS-CD-SUM +
               (WS-CD-DIGIT * WS-CD-WEIGHT(WS-CD-IDX)).

      *================================================================*
      * Sign-on                                                        *
      *================================================================*
      *    Any active operator signs on with ID and PIN, and the
      *    operator's role must grant this program. Approving or
      *    declining needs supervisor authority, so it is noted
      *    here. With no operator file the session runs as UNKNOWN,
      *    as ACCTMGR's does, and can capture but not decide.
       OPERATOR-SIGNON.
           MOVE 0 TO WS-OPER-SIGNED-FLAG
           MOVE 0 TO WS-OPER-SUPV-FLAG
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
               SET WS-OPERATOR-SIGNED-ON TO TRUE
               GO TO OPERATOR-SIGNON-EXIT
           END-IF
           DISPLAY "Operator ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO OPERATOR-SIGNON-CLOSE
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           END-IF
           MOVE "APPLMGR" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           IF OPER-IS-SUPERVISOR
               SET WS-OPER-IS-SUPV TO TRUE
           END-IF
           SET WS-OPERATOR-SIGNED-ON TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       OPERATOR-SIGNON-CLOSE.
           CLOSE OPERATOR-FILE.
       OPERATOR-SIGNON-EXIT.
           EXIT.

      *    The signed-on operator's role (OPER-ROLE, or the standard
      *    role for the authority level when the record has none)
      *    must grant WS-ENT-FUNC on ROLES.dat, kept in OPERADM. A
      *    refusal is shown and written to the audit log. A site
      *    with no ROLES.dat has not adopted roles; nothing is
      *    refused.
       CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FLAG
           MOVE OPER-ROLE TO WS-ENT-ROLE
           IF WS-ENT-ROLE = SPACES OR WS-ENT-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-ENT-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-ENT-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-ENT-ROLE
               END-EVALUATE
           END-IF
           OPEN INPUT ROLE-FILE
           IF NOT WS-ROLE-OK
               SET WS-ENT-GRANTED TO TRUE
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-GRANTED TO TRUE
           END-READ
           CLOSE ROLE-FILE
           IF WS-ENT-GRANTED
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           DISPLAY "Role " WS-ENT-ROLE " does not permit "
               WS-ENT-FUNC "."
           DISPLAY "Ask a supervisor to grant it in OPERADM."
           PERFORM LOG-ENTITLEMENT-REFUSAL
               THRU LOG-ENTITLEMENT-REFUSAL-EXIT.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *    The refusal goes to the audit log with no account number;
      *    the log is opened for the one record when the program
      *    does not already have it open.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
               END-IF
               SET WS-ENT-LOG-OPENED TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ENT-STAMP
           MOVE WS-ENT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-ENT-STAMP(9:6) TO AUDIT-TIME
           MOVE OPER-ID           TO AUDIT-OPERATOR-ID
           MOVE "REFUSED"         TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF WS-ENT-LOG-OPENED
               CLOSE AUDIT-FILE
           END-IF.
       LOG-ENTITLEMENT-REFUSAL-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM HASH-ONE-PIN-DIGIT
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

       HASH-ONE-PIN-DIGIT.
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 131
                   + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                   * 7, 99999989).

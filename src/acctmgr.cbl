               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUDIT-FILE
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT WL-FILE
               ASSIGN TO "data/WATCHLST.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WL-ID
               FILE STATUS IS WS-WL-STATUS.

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

           SELECT MEMO-FILE
               ASSIGN TO "data/ACCTMEMO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT APPL-FILE
               ASSIGN TO "data/ACCTAPPL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  WL-FILE.
       COPY WLIST-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  MEMO-FILE.
       COPY MEMO-REC.

       FD  APPL-FILE.
       COPY APPL-REC.


       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-EOF           VALUE "10".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-BR-FILE-MISSING    VALUE "35".
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
       01  WS-CSV-BR-NAME        PIC X(20).
       01  WS-APPL-STATUS        PIC XX.
           88  WS-APPL-OK            VALUE "00".

      *--- Shared operating parameters (CTRL-FILE) ---
      *    Loaded from the shared control record at startup; the
       01  WS-CFG-MIN-WITHDRAWAL   PIC 9(5)V99 VALUE 0.01.

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.

      *--- Operator sign-on ---
       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
       01  WS-OPER-SIGNED-FLAG   PIC 9 VALUE 0.
           88  WS-OPERATOR-SIGNED-ON VALUE 1.
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

           88  WS-IRA-DESIG         VALUE "D" "d".
           88  WS-RESTRICT          VALUE "T" "t".
           88  WS-EXPORT-CSV        VALUE "E" "e".
           88  WS-WARNING-MEMOS     VALUE "W" "w".
           88  WS-ANALYSIS-FLAG     VALUE "N" "n".
           88  WS-QUIT              VALUE "Q" "q".

       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-JOINT-NAME   PIC X(30).
       01  WS-INPUT-TYPE         PIC X(1).
       01  WS-INPUT-PRODUCT      PIC X(4).
      *    Product the new account opens on (spaces when there is no
      *    product master), and the opening minimum that applies.
       01  WS-OPEN-PRODUCT       PIC X(4).
       01  WS-OPEN-MIN-DEPOSIT   PIC 9(5)V99.
      *    Rate promotion keyed at opening (spaces for none) and the
      *    date its rate runs out: the open date plus the promotion's
      *    term, held to the last day of a shorter month.
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
       01  WS-TERM-IDX           PIC 9 VALUE 0.
       01  WS-TERM-FLAG          PIC 9 VALUE 0.
           88  WS-TERM-OFFERED       VALUE 1.
       01  WS-INPUT-DEPOSIT      PIC X(12).
       01  WS-INPUT-THRESH       PIC X(12).
       01  WS-INPUT-YN           PIC X(1).
       01  WS-WL-ALL-FOUND-FLAG  PIC 9.
       01  WS-WL-NONSP-CNT       PIC 9(2).

      *--- Account warning memos ---
       01  WS-MEMO-STATUS        PIC XX.
           88  WS-MEMO-OK            VALUE "00".
           88  WS-MEMO-NOT-FOUND     VALUE "23".
           88  WS-MEMO-FILE-MISSING  VALUE "35".
       01  WS-MEMO-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-MEMO-IS-OPEN       VALUE 1.
       01  WS-MEMO-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-MEMO-AT-EOF        VALUE 1.
       01  WS-MEMO-REFUSE-FLAG   PIC 9 VALUE 0.
           88  WS-MEMO-NOT-ACKED     VALUE 1.
       01  WS-MEMO-ACCT-NO       PIC 9(8).
       01  WS-MEMO-LAST-SEQ      PIC 9(3).
       01  WS-MEMO-SHOWN         PIC 9(3).
       01  WS-MEMO-HIGH-CNT      PIC 9(2).
       01  WS-MEMO-IDX           PIC 9(2).
       01  WS-MEMO-HIGH-TABLE.
           05  WS-MEMO-HIGH-SEQ  PIC 9(3) OCCURS 10 TIMES.
       01  WS-MEMO-ACTION        PIC X(1).
       01  WS-INPUT-MEMO-SEV     PIC X(1).
       01  WS-INPUT-MEMO-TEXT    PIC X(50).
       01  WS-INPUT-MEMO-EXP     PIC X(8).
       01  WS-INPUT-MEMO-SEQ     PIC X(3).
       01  WS-MEMO-SEV-NAME      PIC X(6).
       01  WS-MEMO-EXP-TAG       PIC X(10).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           PERFORM OPEN-CTRL-FILE
           PERFORM OPEN-CUST-FILE
           PERFORM OPEN-BR-FILE
           PERFORM OPEN-PROD-FILE
           PERFORM OPEN-PROMO-FILE
           PERFORM OPEN-MEMO-FILE
           PERFORM LOAD-CTRL-PARAMS THRU LOAD-CTRL-PARAMS-EXIT
           PERFORM FIND-NEXT-ACCT-NO THRU FIND-NEXT-ACCT-NO-EXIT
           PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT
           IF NOT WS-OPERATOR-SIGNED-ON
               PERFORM CLOSE-ACCT-FILE
               STOP RUN
           END-IF
           PERFORM MAIN-MENU UNTIL WS-QUIT
           PERFORM CLOSE-ACCT-FILE
               SET WS-BR-IS-OPEN TO TRUE
           END-IF.

      *    Product master is read-only here (PRODMNT owns it); a site
      *    with no product master opens accounts by bare type with
      *    the CTRL opening minimum, as before.
       OPEN-PROD-FILE.
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF.

      *    Promotion table is read-only here (PROMOMNT owns it); with
      *    no table no promotion code is asked for.
       OPEN-PROMO-FILE.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF.

      *    The warning memo file belongs to this program, so it is
      *    created here the first time a memo is wanted.
       OPEN-MEMO-FILE.
           OPEN I-O MEMO-FILE
           IF WS-MEMO-OK
               SET WS-MEMO-IS-OPEN TO TRUE
           ELSE
               IF WS-MEMO-FILE-MISSING
                   OPEN OUTPUT MEMO-FILE
                   IF WS-MEMO-OK
                       CLOSE MEMO-FILE
                       OPEN I-O MEMO-FILE
                       IF WS-MEMO-OK
                           SET WS-MEMO-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Loads the shared operating parameters from CTRL-FILE,
      *    keeping the compiled-in defaults for any field that is
      *    zero (an older control record written before these fields
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
               MOVE 0 TO WS-PROMO-OPEN-FLAG
           END-IF
           IF WS-WL-IS-OPEN
               CLOSE WL-FILE
               MOVE 0 TO WS-WL-OPEN-FLAG
           END-IF
           IF WS-MEMO-IS-OPEN
               CLOSE MEMO-FILE
               MOVE 0 TO WS-MEMO-OPEN-FLAG
           END-IF.

      *    Writes one audit record. WS-AUDIT-ACTION/WS-AUDIT-DETAIL
           DISPLAY "  I. Set Interest Disposition"
           DISPLAY "  D. IRA Designation"
           DISPLAY "  T. Posting Restrictions"
           DISPLAY "  W. Warning Memos"
           DISPLAY "  N. Account Analysis"
           DISPLAY "  E. Export Account Master to CSV"
           DISPLAY "  Q. Quit"
           DISPLAY "========================================="
               WHEN WS-EXPORT-CSV
                   PERFORM EXPORT-ACCOUNT-CSV
                       THRU EXPORT-ACCOUNT-CSV-EXIT
               WHEN WS-WARNING-MEMOS
                   PERFORM MAINTAIN-MEMOS THRU MAINTAIN-MEMOS-EXIT
               WHEN WS-ANALYSIS-FLAG
                   PERFORM SET-ANALYSIS-FLAG
                       THRU SET-ANALYSIS-FLAG-EXIT
               WHEN WS-QUIT
                   DISPLAY "Goodbye."
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the maintenance action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           IF WS-FILE-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF.

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
       CREATE-ACCOUNT.
           DISPLAY SPACES
           DISPLAY "--- Create New Account ---"
      *    A site that has taken up the application queue (APPLMGR
      *    has created its file) opens accounts there, after the
      *    checklist and a second operator's approval, not here.
           OPEN INPUT APPL-FILE
           IF WS-APPL-OK
               CLOSE APPL-FILE
               DISPLAY "New accounts are opened through the "
                   "application queue (APPLMGR)."
               GO TO CREATE-ACCOUNT-EXIT
           END-IF
           DISPLAY "Account holder name (up to 30 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
               GO TO CREATE-ACCOUNT-EXIT
           END-IF

      *    With a product master the account opens on an active
      *    product, which sets its type and opening rules; without
      *    one it opens by bare type on the CTRL minimum.
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
                       GO TO CREATE-ACCOUNT-EXIT
               END-READ
               IF PROD-IS-RETIRED
                   DISPLAY "Product " PROD-CODE " is retired."
                   GO TO CREATE-ACCOUNT-EXIT
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
                   GO TO CREATE-ACCOUNT-EXIT
               END-IF
           END-IF

           DISPLAY "Opening deposit amount (e.g. 1000.00):"
           ACCEPT WS-INPUT-DEPOSIT
           MOVE FUNCTION NUMVAL(WS-INPUT-DEPOSIT)
               TO WS-DEPOSIT-AMT
           IF WS-DEPOSIT-AMT < WS-OPEN-MIN-DEPOSIT
               DISPLAY "Deposit does not meet the minimum amount."
               GO TO CREATE-ACCOUNT-EXIT
           END-IF

           MOVE ZEROS TO WS-OD-LIMIT-AMT
           IF WS-INPUT-TYPE = "C"
               AND (WS-OPEN-PRODUCT = SPACES OR PROD-OD-OK)
               DISPLAY "Overdraft limit (e.g. 500.00, or 0 for "
                   "none):"
               DISPLAY "> " WITH NO ADVANCING
               IF WS-CD-DISP-CODE NOT = "R" AND "T" AND "D"
                   MOVE "R" TO WS-CD-DISP-CODE
               END-IF
               IF WS-OPEN-PRODUCT NOT = SPACES
                   AND PROD-CD-TERM (1) > ZEROS
                   PERFORM CHOOSE-PRODUCT-CD-TERM
                       THRU CHOOSE-PRODUCT-CD-TERM-EXIT
                   IF NOT WS-TERM-OFFERED
                       GO TO CREATE-ACCOUNT-EXIT
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
           END-IF

      *    before this new account is written.
           MOVE ZEROS TO WS-LINKED-ACCT-NO
           IF WS-INPUT-TYPE = "C"
               AND (WS-OPEN-PRODUCT = SPACES OR PROD-SWEEP-OK)
               DISPLAY "Linked savings account for overdraft "
                   "sweep (Enter to skip):"
               DISPLAY "> " WITH NO ADVANCING
               GO TO CREATE-ACCOUNT-EXIT
           END-IF

      *    A rate promotion named at opening must be running and
      *    offered on the account type; a code that does not qualify
      *    stops the opening rather than opening at the wrong rate.
           MOVE SPACES TO WS-OPEN-PROMO
           MOVE ZEROS TO WS-OPEN-PROMO-EXP
           IF WS-PROMO-IS-OPEN
               DISPLAY "Rate promotion code (Enter for none):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-PROMO
               IF WS-INPUT-PROMO NOT = SPACES
                   PERFORM CHECK-OPEN-PROMO
                       THRU CHECK-OPEN-PROMO-EXIT
                   IF WS-OPEN-PROMO = SPACES
                       GO TO CREATE-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE WS-NEXT-ACCT-NO   TO ACCT-NO
           MOVE WS-INPUT-NAME     TO ACCT-NAME
           MOVE WS-DEPOSIT-AMT    TO ACCT-BAL
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
           MOVE WS-OPEN-PRODUCT   TO ACCT-PRODUCT
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
           IF WS-OPEN-PRODUCT NOT = SPACES
               MOVE PROD-INT-RATE TO ACCT-INT-RATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-INPUT-TYPE = "S"
                       MOVE 01.5000 TO ACCT-INT-RATE
                   WHEN WS-INPUT-TYPE = "D"
                       MOVE 03.0000 TO ACCT-INT-RATE
                   WHEN WS-INPUT-TYPE = "M"
                       MOVE 02.0000 TO ACCT-INT-RATE
                   WHEN OTHER
                       MOVE 00.0000 TO ACCT-INT-RATE
               END-EVALUATE
           END-IF

           WRITE ACCT-REC
           IF WS-ACCT-OK
               IF ACCT-LINKED-ACCT > ZEROS
                   DISPLAY "  Linked Acct:    " ACCT-LINKED-ACCT
               END-IF
               IF ACCT-PROMO-CODE NOT = SPACES
                   DISPLAY "  Promotion:      " ACCT-PROMO-CODE
                       " until " ACCT-PROMO-EXP-DT
               END-IF
               COMPUTE WS-NEXT-BASE =
                   FUNCTION INTEGER(WS-NEXT-ACCT-NO / 10) + 1
               PERFORM BUILD-NEXT-ACCT-NO
       CREATE-ACCOUNT-EXIT.
           EXIT.

      *    Leaves WS-OPEN-PROMO and WS-OPEN-PROMO-EXP set when the
      *    keyed promotion is active, today is inside its campaign
      *    window and the account type is one it is offered on;
      *    otherwise says why and leaves them clear.
       CHECK-OPEN-PROMO.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PROMO) TO WS-INPUT-PROMO
           MOVE WS-INPUT-PROMO TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion " WS-INPUT-PROMO
                       " is not on the promotion table."
                   GO TO CHECK-OPEN-PROMO-EXIT
           END-READ
           IF NOT PROMO-IS-ACTIVE
               DISPLAY "Promotion " PROMO-CODE " is withdrawn."
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           PERFORM GET-TODAY-DATE
           IF WS-TODAY-YYYYMMDD < PROMO-START-DT
               OR WS-TODAY-YYYYMMDD > PROMO-END-DT
               DISPLAY "Promotion " PROMO-CODE " runs for accounts "
                   "opened " PROMO-START-DT " to " PROMO-END-DT "."
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           MOVE 0 TO WS-PROMO-TALLY
           INSPECT PROMO-TYPES TALLYING WS-PROMO-TALLY
               FOR ALL WS-INPUT-TYPE
           IF WS-PROMO-TALLY = 0
               DISPLAY "Promotion " PROMO-CODE " is not offered on "
                   "this account type (types " PROMO-TYPES ")."
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           PERFORM SET-PROMO-EXPIRY
           MOVE PROMO-CODE TO WS-OPEN-PROMO
           DISPLAY "  " PROMO-NAME
           DISPLAY "  Promotional rate applies until "
               WS-OPEN-PROMO-EXP.
       CHECK-OPEN-PROMO-EXIT.
           EXIT.

      *    Today plus PROMO-TERM-MOS months; a day past the end of
      *    the target month (31 Jan + 1 month) takes its last day.
       SET-PROMO-EXPIRY.
           MOVE WS-TODAY-YYYYMMDD TO WS-PX-DATE-N
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

      *    The product offers a fixed set of CD terms; the keyed term
      *    must be one of them, and Enter takes the first.
       CHOOSE-PRODUCT-CD-TERM.
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
           END-IF.
       CHOOSE-PRODUCT-CD-TERM-EXIT.
           EXIT.

       CHECK-ONE-CD-TERM.
           IF PROD-CD-TERM (WS-TERM-IDX) > ZEROS
               AND PROD-CD-TERM (WS-TERM-IDX) = WS-CD-TERM-MONTHS
               SET WS-TERM-OFFERED TO TRUE
           END-IF.

       LOOKUP-ACCOUNT.
           DISPLAY SPACES
           DISPLAY "--- Account Lookup ---"
                   DISPLAY "  Type:         Unknown (" ACCT-TYPE
                       ")"
           END-EVALUATE
           IF ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               DISPLAY "  Product:      " ACCT-PRODUCT
           END-IF
           IF ACCT-ON-ANALYSIS
               DISPLAY "  Billing:      Account analysis"
           END-IF
           IF ACCT-STMT-CYCLE NUMERIC
               AND ACCT-STMT-CYCLE >= 1 AND ACCT-STMT-CYCLE <= 28
               IF ACCT-STMT-QUARTERLY
                   DISPLAY "  Statements:   Cycle day "
                       ACCT-STMT-CYCLE ", quarterly"
               ELSE
                   DISPLAY "  Statements:   Cycle day "
                       ACCT-STMT-CYCLE
               END-IF
           ELSE
               IF ACCT-STMT-QUARTERLY
                   DISPLAY "  Statements:   Month-end, quarterly"
               ELSE
                   DISPLAY "  Statements:   Month-end"
               END-IF
           END-IF
           EVALUATE ACCT-STATUS
               WHEN "A"
                   DISPLAY "  Status:       Active"
           IF ACCT-IS-SAVINGS OR ACCT-IS-CD OR ACCT-IS-MMKT
               DISPLAY "  Interest Rate:" ACCT-INT-RATE "%"
           END-IF
           IF ACCT-PROMO-CODE NOT = SPACES
               AND ACCT-PROMO-CODE NOT = LOW-VALUES
               DISPLAY "  Promotion:    " ACCT-PROMO-CODE
                   " until " ACCT-PROMO-EXP-DT
           END-IF
           IF ACCT-IS-CD
               DISPLAY "  Maturity Date:" ACCT-MATURITY-DT
           END-IF
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO CLOSE-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               DISPLAY "Account is already closed."
               GO TO HOLD-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO HOLD-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO HOLD-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO HOLD-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               DISPLAY "Account is closed; cannot place a hold."
               GO TO RELEASE-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO RELEASE-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO RELEASE-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO RELEASE-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-IS-HOLD
               DISPLAY "Account is not on hold."
               GO TO REOPEN-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO REOPEN-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO REOPEN-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO REOPEN-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-IS-CLOSED
               DISPLAY "Account is not closed."
               GO TO CONVERT-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO CONVERT-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO CONVERT-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO CONVERT-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               DISPLAY "Account is closed; cannot convert."
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               MOVE WS-INPUT-TYPE TO ACCT-TYPE
      *        The old product no longer describes the account; it
      *        runs on the type's CTRL rules until re-papered.
               MOVE SPACES TO ACCT-PRODUCT
      *        Analysis billing is for business checking and money
      *        market; a savings or CD account goes back to SVCFEE.
               IF WS-INPUT-TYPE = "S" OR "D"
                   MOVE SPACES TO ACCT-ANALYSIS
               END-IF
               MOVE WS-INPUT-MATURITY TO ACCT-MATURITY-DT
               MOVE WS-CD-DISP-CODE TO ACCT-CD-DISP
               MOVE WS-CD-TERM-MONTHS TO ACCT-CD-TERM
               GO TO MODIFY-ACCOUNT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO MODIFY-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO MODIFY-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO MODIFY-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               DISPLAY "Account is closed; cannot edit."
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO SET-ALERT-PREFS-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-ALERT-PREFS-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO SET-ALERT-PREFS-EXIT
           END-IF
           IF ACCT-ALERT-LOW-BAL NOT NUMERIC
               MOVE ZEROS TO ACCT-ALERT-LOW-BAL
           END-IF
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO SET-INT-DISPOSITION-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-INT-DISPOSITION-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO SET-INT-DISPOSITION-EXIT
           END-IF
           IF ACCT-IS-CHECKING
               DISPLAY "Checking accounts earn no interest."
               GO TO SET-INT-DISPOSITION-EXIT
       SET-INT-DISPOSITION-EXIT.
           EXIT.

      *    Account analysis on business checking and money-market
      *    accounts: the month-end ANLYSIS step bills the account by
      *    activity less an earnings credit, and SVCFEE leaves it
      *    alone. Flagging a concentration account brings its whole
      *    sweep group onto the one analysis statement.
       SET-ANALYSIS-FLAG.
           DISPLAY SPACES
           DISPLAY "--- Account Analysis ---"
           DISPLAY "Enter account number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO SET-ANALYSIS-FLAG-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-ANALYSIS-FLAG-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO SET-ANALYSIS-FLAG-EXIT
           END-IF
           IF NOT ACCT-IS-CHECKING AND NOT ACCT-IS-MMKT
               DISPLAY "Only checking and money-market accounts "
                   "are billed by analysis."
               GO TO SET-ANALYSIS-FLAG-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account is not active."
               GO TO SET-ANALYSIS-FLAG-EXIT
           END-IF
           IF ACCT-ON-ANALYSIS
               DISPLAY "Current billing: Account analysis"
           ELSE
               DISPLAY "Current billing: Service charge"
           END-IF
           DISPLAY "Bill by account analysis? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-YN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-YN) TO WS-INPUT-YN
           EVALUATE WS-INPUT-YN
               WHEN "Y"
                   MOVE "Y" TO ACCT-ANALYSIS
                   MOVE "ACCOUNT ANALYSIS ON" TO WS-AUDIT-DETAIL
               WHEN "N"
                   MOVE SPACES TO ACCT-ANALYSIS
                   MOVE "ACCOUNT ANALYSIS OFF" TO WS-AUDIT-DETAIL
               WHEN OTHER
                   DISPLAY "Answer must be Y or N."
                   GO TO SET-ANALYSIS-FLAG-EXIT
           END-EVALUATE
           REWRITE ACCT-REC
           IF WS-ACCT-OK
               DISPLAY "Billing method updated."
               MOVE "MODIFY" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
                   THRU WRITE-AUDIT-RECORD-EXIT
           ELSE
               DISPLAY "ERROR: Could not update account - status "
                   WS-ACCT-STATUS
           END-IF.
       SET-ANALYSIS-FLAG-EXIT.
           EXIT.

      *    IRA designation on savings and CD accounts: the plan
      *    type, and the holder's penalty-free date the teller
      *    withdrawal path warns against. The posting paths keep
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO SET-IRA-DESIGNATION-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-IRA-DESIGNATION-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO SET-IRA-DESIGNATION-EXIT
           END-IF
           IF NOT ACCT-IS-SAVINGS AND NOT ACCT-IS-CD
               DISPLAY "Only savings and CD accounts carry an "
                   "IRA designation."
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO SET-RESTRICTIONS-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-RESTRICTIONS-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO SET-RESTRICTIONS-EXIT
           END-IF
           IF ACCT-IS-CLOSED
               DISPLAY "Account is closed; restrictions do not "
                   "apply."
           END-IF.
       SET-RESTRICTIONS-EXIT.
           EXIT.

      *    Shows the account's active, unexpired warning memos. A
      *    high-severity memo must be acknowledged before the work
      *    goes on; each one acknowledged is audited as MEMOACK, and
      *    a refusal sets WS-MEMO-NOT-ACKED for the caller to stop.
      *    Expects the account in ACCT-REC.
       CHECK-ACCOUNT-MEMOS.
           MOVE 0 TO WS-MEMO-REFUSE-FLAG
           IF NOT WS-MEMO-IS-OPEN
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM GET-TODAY-DATE
           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           MOVE 0 TO WS-MEMO-SHOWN
           MOVE 0 TO WS-MEMO-HIGH-CNT
           MOVE 0 TO WS-MEMO-EOF-FLAG
           MOVE WS-MEMO-ACCT-NO TO MEMO-ACCT-NO
           MOVE ZEROS TO MEMO-SEQ
           START MEMO-FILE KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY
                   GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-START
           PERFORM SHOW-ONE-ACTIVE-MEMO UNTIL WS-MEMO-AT-EOF
           IF WS-MEMO-HIGH-CNT = ZEROS
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           DISPLAY "High-severity memo - acknowledge and "
               "continue? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Cancelled - warning memo not acknowledged."
               SET WS-MEMO-NOT-ACKED TO TRUE
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM WRITE-MEMO-ACK
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-HIGH-CNT.
       CHECK-ACCOUNT-MEMOS-EXIT.
           EXIT.

       SHOW-ONE-ACTIVE-MEMO.
           READ MEMO-FILE NEXT
               AT END
                   SET WS-MEMO-AT-EOF TO TRUE
               NOT AT END
                   IF MEMO-ACCT-NO NOT = WS-MEMO-ACCT-NO
                       SET WS-MEMO-AT-EOF TO TRUE
                   ELSE
                       IF MEMO-IS-ACTIVE
                           AND (MEMO-EXPIRY-DT = ZEROS
                           OR MEMO-EXPIRY-DT >= WS-TODAY-YYYYMMDD)
                           PERFORM DISPLAY-ONE-MEMO
                       END-IF
                   END-IF
           END-READ.

       DISPLAY-ONE-MEMO.
           IF WS-MEMO-SHOWN = ZEROS
               DISPLAY SPACES
               DISPLAY "*** WARNING MEMOS ON ACCOUNT "
                   WS-MEMO-ACCT-NO " ***"
           END-IF
           ADD 1 TO WS-MEMO-SHOWN
           EVALUATE TRUE
               WHEN MEMO-IS-HIGH
                   MOVE "HIGH" TO WS-MEMO-SEV-NAME
                   IF WS-MEMO-HIGH-CNT < 10
                       ADD 1 TO WS-MEMO-HIGH-CNT
                       MOVE MEMO-SEQ
                           TO WS-MEMO-HIGH-SEQ(WS-MEMO-HIGH-CNT)
                   END-IF
               WHEN MEMO-IS-MEDIUM
                   MOVE "MEDIUM" TO WS-MEMO-SEV-NAME
               WHEN OTHER
                   MOVE "LOW" TO WS-MEMO-SEV-NAME
           END-EVALUATE
           DISPLAY "  " WS-MEMO-SEV-NAME " " MEMO-TEXT
           DISPLAY "         by " MEMO-CREATED-BY
               " on " MEMO-CREATED-DT.

       WRITE-MEMO-ACK.
           MOVE "MEMOACK" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SEQ " WS-MEMO-HIGH-SEQ(WS-MEMO-IDX)
               " ACKNOWLEDGED"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

      *    Lists every memo still on the account, expired ones
      *    included, then adds one or removes one. Removal keeps the
      *    record, marked X, for the audit trail.
       MAINTAIN-MEMOS.
           DISPLAY SPACES
           DISPLAY "--- Warning Memos ---"
           IF NOT WS-MEMO-IS-OPEN
               DISPLAY "Warning memo file is not available."
               GO TO MAINTAIN-MEMOS-EXIT
           END-IF
           DISPLAY "Account number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           PERFORM VALIDATE-ACCT-NO-CHECK-DIGIT
               THRU VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT
           IF NOT WS-CD-VALID
               DISPLAY "Account " ACCT-NO
                   " fails check-digit validation."
               GO TO MAINTAIN-MEMOS-EXIT
           END-IF
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO MAINTAIN-MEMOS-EXIT
           END-READ
           PERFORM GET-TODAY-DATE
           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           MOVE 0 TO WS-MEMO-SHOWN
           MOVE 0 TO WS-MEMO-LAST-SEQ
           MOVE 0 TO WS-MEMO-EOF-FLAG
           DISPLAY "Account " ACCT-NO "  " ACCT-NAME
           MOVE WS-MEMO-ACCT-NO TO MEMO-ACCT-NO
           MOVE ZEROS TO MEMO-SEQ
           START MEMO-FILE KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY
                   SET WS-MEMO-AT-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-MEMO UNTIL WS-MEMO-AT-EOF
           IF WS-MEMO-SHOWN = ZEROS
               DISPLAY "  No memos on this account."
           END-IF
           DISPLAY SPACES
           DISPLAY "A=Add memo  R=Remove memo  Enter=Done: "
               WITH NO ADVANCING
           ACCEPT WS-MEMO-ACTION
           MOVE FUNCTION UPPER-CASE(WS-MEMO-ACTION) TO WS-MEMO-ACTION
           EVALUATE WS-MEMO-ACTION
               WHEN "A"
                   PERFORM ADD-ACCOUNT-MEMO
                       THRU ADD-ACCOUNT-MEMO-EXIT
               WHEN "R"
                   PERFORM REMOVE-ACCOUNT-MEMO
                       THRU REMOVE-ACCOUNT-MEMO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       MAINTAIN-MEMOS-EXIT.
           EXIT.

       LIST-ONE-MEMO.
           READ MEMO-FILE NEXT
               AT END
                   SET WS-MEMO-AT-EOF TO TRUE
               NOT AT END
                   IF MEMO-ACCT-NO NOT = WS-MEMO-ACCT-NO
                       SET WS-MEMO-AT-EOF TO TRUE
                   ELSE
                       MOVE MEMO-SEQ TO WS-MEMO-LAST-SEQ
                       IF MEMO-IS-ACTIVE
                           ADD 1 TO WS-MEMO-SHOWN
                           MOVE SPACES TO WS-MEMO-EXP-TAG
                           IF MEMO-EXPIRY-DT > ZEROS
                               AND MEMO-EXPIRY-DT < WS-TODAY-YYYYMMDD
                               MOVE "(expired)" TO WS-MEMO-EXP-TAG
                           END-IF
                           DISPLAY "  " MEMO-SEQ " " MEMO-SEVERITY
                               " " MEMO-TEXT
                           DISPLAY "      expires " MEMO-EXPIRY-DT
                               " by " MEMO-CREATED-BY " "
                               WS-MEMO-EXP-TAG
                       END-IF
                   END-IF
           END-READ.

       ADD-ACCOUNT-MEMO.
           IF WS-MEMO-LAST-SEQ = 999
               DISPLAY "Account has no memo numbers left."
               GO TO ADD-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "Severity (L=Low, M=Medium, H=High):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MEMO-SEV
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MEMO-SEV)
               TO WS-INPUT-MEMO-SEV
           IF WS-INPUT-MEMO-SEV NOT = "L" AND NOT = "M"
               AND NOT = "H"
               DISPLAY "Severity must be L, M or H."
               GO TO ADD-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "Memo text (up to 50 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MEMO-TEXT
           IF WS-INPUT-MEMO-TEXT = SPACES
               DISPLAY "Memo text is required."
               GO TO ADD-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "Expiry date YYYYMMDD (blank = until removed):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MEMO-EXP
           INITIALIZE MEMO-REC
           IF WS-INPUT-MEMO-EXP NOT = SPACES
               IF WS-INPUT-MEMO-EXP NOT NUMERIC
                   DISPLAY "Expiry must be 8 digits, YYYYMMDD."
                   GO TO ADD-ACCOUNT-MEMO-EXIT
               END-IF
               MOVE WS-INPUT-MEMO-EXP TO MEMO-EXPIRY-DT
               IF MEMO-EXPIRY-DT < WS-TODAY-YYYYMMDD
                   DISPLAY "Expiry date is already past."
                   GO TO ADD-ACCOUNT-MEMO-EXIT
               END-IF
           END-IF
           MOVE WS-MEMO-ACCT-NO   TO MEMO-ACCT-NO
           COMPUTE MEMO-SEQ = WS-MEMO-LAST-SEQ + 1
           MOVE WS-INPUT-MEMO-SEV  TO MEMO-SEVERITY
           MOVE WS-INPUT-MEMO-TEXT TO MEMO-TEXT
           MOVE WS-TODAY-YYYYMMDD TO MEMO-CREATED-DT
           MOVE WS-OPERATOR-ID    TO MEMO-CREATED-BY
           MOVE "A"               TO MEMO-STATUS
           MOVE ZEROS             TO MEMO-REMOVED-DT
           MOVE SPACES            TO MEMO-REMOVED-BY
           WRITE MEMO-REC
           IF NOT WS-MEMO-OK
               DISPLAY "ERROR: Could not add memo - status "
                   WS-MEMO-STATUS
               GO TO ADD-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "Memo " MEMO-SEQ " added to account "
               MEMO-ACCT-NO "."
           MOVE "MEMOADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SEQ " MEMO-SEQ " SEV " MEMO-SEVERITY
               " EXP " MEMO-EXPIRY-DT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       ADD-ACCOUNT-MEMO-EXIT.
           EXIT.

       REMOVE-ACCOUNT-MEMO.
           DISPLAY "Memo number to remove (3 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MEMO-SEQ
           IF WS-INPUT-MEMO-SEQ NOT NUMERIC
               DISPLAY "Memo number must be 3 digits."
               GO TO REMOVE-ACCOUNT-MEMO-EXIT
           END-IF
           MOVE WS-MEMO-ACCT-NO   TO MEMO-ACCT-NO
           MOVE WS-INPUT-MEMO-SEQ TO MEMO-SEQ
           READ MEMO-FILE
               INVALID KEY
                   DISPLAY "No memo " WS-INPUT-MEMO-SEQ
                       " on this account."
                   GO TO REMOVE-ACCOUNT-MEMO-EXIT
           END-READ
           IF NOT MEMO-IS-ACTIVE
               DISPLAY "Memo " MEMO-SEQ " is already removed."
               GO TO REMOVE-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "  " MEMO-TEXT
           DISPLAY "Remove this memo? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Remove cancelled."
               GO TO REMOVE-ACCOUNT-MEMO-EXIT
           END-IF
           MOVE "X"               TO MEMO-STATUS
           MOVE WS-TODAY-YYYYMMDD TO MEMO-REMOVED-DT
           MOVE WS-OPERATOR-ID    TO MEMO-REMOVED-BY
           REWRITE MEMO-REC
           IF NOT WS-MEMO-OK
               DISPLAY "ERROR: Could not remove memo - status "
                   WS-MEMO-STATUS
               GO TO REMOVE-ACCOUNT-MEMO-EXIT
           END-IF
           DISPLAY "Memo " MEMO-SEQ " removed."
           MOVE "MEMODEL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SEQ " MEMO-SEQ " SEV " MEMO-SEVERITY
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       REMOVE-ACCOUNT-MEMO-EXIT.
           EXIT.

      *    Any active operator signs on with ID and PIN, and the
      *    operator's role must grant this program. With no operator
      *    file (a fresh install) the session runs as UNKNOWN, as
      *    BANKUI's login does.
       OPERATOR-SIGNON.
           MOVE 0 TO WS-OPER-SIGNED-FLAG
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
           MOVE "ACCTMGR" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
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
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

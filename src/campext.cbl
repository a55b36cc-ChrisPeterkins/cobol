       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPEXT.
      *================================================================*
      * CAMPEXT - Marketing Campaign Extract                           *
      * Supervised console operation that builds a campaign mailing    *
      * list from criteria chosen at the prompts, instead of a one-off *
      * job per list. A customer qualifies on the open accounts they   *
      * hold on the account master:                                    *
      *   product held    - an account type (C/S/D/M) or product code  *
      *                     they must hold, optionally as their only   *
      *                     product                                    *
      *   product not held - a type or product code they must not hold *
      *   balance range   - total balance of their open accounts       *
      *   branch          - an open account at the branch              *
      *   CD maturity     - a CD maturing inside the date window       *
      *   tenure          - whole months since they became a customer  *
      * Every criterion left blank is not applied. Only customers on   *
      * the customer master are considered; an account not linked to  *
      * one has no contact preference to honour. A qualifying customer *
      * who opted out of marketing contact (CUST-NO-CONTACT), is       *
      * deceased (CUST-DECEASED-DT) or whose mail is being returned    *
      * (CUST-MAIL-RETURNED) is never written, whatever the criteria;  *
      * each is counted under the first of those reasons. The mailing  *
      * file is data/CAMPAIGN-<code>-<date>.dat (CAMP-REC). Each run   *
      * is appended to the campaign log (data/CAMPLOG.dat) with its    *
      * criteria and counts, and goes on the audit log.                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CPLOG-FILE
               ASSIGN TO "data/CAMPLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CPLOG-STATUS.

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

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-CAMPEXT.tmp".

           SELECT CAMP-FILE
               ASSIGN TO DYNAMIC WS-CAMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUST-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  CPLOG-FILE.
       COPY CPLOG-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

      *    One open account linked to a customer, in customer order.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-CUST-NO       PIC 9(8).
           05  SORT-ACCT-NO       PIC 9(8).
           05  SORT-TYPE          PIC X(1).
           05  SORT-PRODUCT       PIC X(4).
           05  SORT-BAL           PIC S9(9)V99.
           05  SORT-BRANCH        PIC X(4).
           05  SORT-MATURITY-DT   PIC 9(8).
           05  SORT-OPEN-DT       PIC 9(8).

       FD  CAMP-FILE.
       COPY CAMP-REC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.
       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.
       01  WS-CPLOG-STATUS       PIC XX.
           88  WS-CPLOG-OK           VALUE "00".
           88  WS-CPLOG-FILE-MISSING VALUE "35".
       01  WS-CAMP-STATUS        PIC XX.
           88  WS-CAMP-OK            VALUE "00".
       01  WS-CAMP-FILENAME      PIC X(40).

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.

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
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

      *--- Criteria as keyed ---
       01  WS-INPUT-LINE         PIC X(30).
       01  WS-INPUT-AMT          PIC X(12).
       01  WS-INPUT-DATE         PIC X(8).
       01  WS-INPUT-MONTHS       PIC X(3).
       01  WS-CONFIRM            PIC X(1).
       01  WS-CRITERIA-OK-FLAG   PIC 9 VALUE 0.
           88  WS-CRITERIA-OK        VALUE 1.

      *--- Criteria in force ---
       01  WS-CAMPAIGN           PIC X(8) VALUE SPACES.
       01  WS-CAMP-DESC          PIC X(30) VALUE SPACES.
      *    A single letter is an account type; anything longer is a
      *    product code.
       01  WS-HELD               PIC X(4) VALUE SPACES.
       01  WS-NOT-HELD           PIC X(4) VALUE SPACES.
       01  WS-HELD-ONLY          PIC X(1) VALUE "N".
           88  WS-HELD-IS-ONLY       VALUE "Y".
       01  WS-MIN-BAL            PIC 9(9)V99 VALUE ZEROS.
       01  WS-MIN-BAL-FLAG       PIC 9 VALUE 0.
           88  WS-MIN-BAL-SET        VALUE 1.
       01  WS-MAX-BAL            PIC 9(9)V99 VALUE ZEROS.
       01  WS-MAX-BAL-FLAG       PIC 9 VALUE 0.
           88  WS-MAX-BAL-SET        VALUE 1.
       01  WS-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-MAT-FROM           PIC 9(8) VALUE ZEROS.
       01  WS-MAT-TO             PIC 9(8) VALUE ZEROS.
       01  WS-MIN-TENURE         PIC 9(3) VALUE ZEROS.
       01  WS-MIN-TENURE-FLAG    PIC 9 VALUE 0.
           88  WS-MIN-TENURE-SET     VALUE 1.
       01  WS-MAX-TENURE         PIC 9(3) VALUE ZEROS.
       01  WS-MAX-TENURE-FLAG    PIC 9 VALUE 0.
           88  WS-MAX-TENURE-SET     VALUE 1.

      *--- The customer being gathered from the sorted accounts ---
       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-AT-EOF        VALUE 1.
       01  WS-CC-CUST-NO         PIC 9(8).
       01  WS-CC-TOTAL-BAL       PIC S9(11)V99.
       01  WS-CC-BRANCH          PIC X(4).
       01  WS-CC-FIRST-OPEN      PIC 9(8).
       01  WS-CC-HELD-FLAG       PIC 9 VALUE 0.
           88  WS-CC-HOLDS-HELD      VALUE 1.
       01  WS-CC-OTHER-FLAG      PIC 9 VALUE 0.
           88  WS-CC-HOLDS-OTHER     VALUE 1.
       01  WS-CC-NOT-HELD-FLAG   PIC 9 VALUE 0.
           88  WS-CC-HOLDS-NOT-HELD  VALUE 1.
       01  WS-CC-BRANCH-FLAG     PIC 9 VALUE 0.
           88  WS-CC-AT-BRANCH       VALUE 1.
       01  WS-CC-CD-FLAG         PIC 9 VALUE 0.
           88  WS-CC-CD-IN-WINDOW    VALUE 1.
       01  WS-MATCH-SPEC         PIC X(4).
       01  WS-PROD-MATCH-FLAG    PIC 9 VALUE 0.
           88  WS-PROD-MATCHED       VALUE 1.

      *--- Tenure ---
       01  WS-TENURE-FROM        PIC 9(8).
       01  WS-TENURE-MONTHS      PIC S9(5).
       01  WS-DATE-WORK          PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR        PIC 9(4).
           05  WS-DP-MONTH       PIC 9(2).
           05  WS-DP-DAY         PIC 9(2).
       01  WS-TODAY-MONTHS       PIC 9(6).
       01  WS-TODAY-DAY          PIC 9(2).

      *--- Counts ---
       01  WS-ACCTS-READ         PIC 9(7) VALUE 0.
       01  WS-QUALIFIED          PIC 9(7) VALUE 0.
       01  WS-SELECTED           PIC 9(7) VALUE 0.
       01  WS-EXCL-OPTOUT        PIC 9(7) VALUE 0.
       01  WS-EXCL-DECEASED      PIC 9(7) VALUE 0.
       01  WS-EXCL-RETMAIL       PIC 9(7) VALUE 0.
       01  WS-DISP-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
      *    Clock date of the run; WS-TODAY-DATE is the banking date
      *    the criteria are measured from.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  MARKETING CAMPAIGN EXTRACT"
           DISPLAY "========================================="

           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               SET WS-OPER-IS-OPEN TO TRUE
           END-IF
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
               MOVE 0 TO WS-OPER-OPEN-FLAG
           END-IF
           IF NOT WS-SIGNON-OK
               STOP RUN
           END-IF

           PERFORM GET-CURRENT-DATETIME
      *    Maturity windows and tenure run from the banking date.
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           MOVE WS-RUN-DATE TO WS-TODAY-DATE
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           COMPUTE WS-TODAY-MONTHS = WS-DP-YEAR * 12 + WS-DP-MONTH
           MOVE WS-DP-DAY TO WS-TODAY-DAY

           PERFORM PROMPT-CRITERIA THRU PROMPT-CRITERIA-EXIT
           IF NOT WS-CRITERIA-OK
               DISPLAY "Extract cancelled."
               STOP RUN
           END-IF

           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "FATAL: Cannot open customer file."
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account file."
               CLOSE CUST-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CAMP-FILENAME
           STRING "data/CAMPAIGN-" DELIMITED BY SIZE
               WS-CAMPAIGN DELIMITED BY SPACE
               "-" WS-RUN-DATE ".dat" DELIMITED BY SIZE
               INTO WS-CAMP-FILENAME
           END-STRING
           OPEN OUTPUT CAMP-FILE
           IF NOT WS-CAMP-OK
               DISPLAY "FATAL: Cannot create mailing file: "
                   WS-CAMP-STATUS
               CLOSE CUST-FILE ACCT-FILE
               STOP RUN
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY SORT-CUST-NO
               ON ASCENDING KEY SORT-ACCT-NO
               INPUT PROCEDURE IS RELEASE-ACCOUNTS
                   THRU RELEASE-ACCOUNTS-EXIT
               OUTPUT PROCEDURE IS SELECT-CUSTOMERS
                   THRU SELECT-CUSTOMERS-EXIT

           CLOSE CAMP-FILE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE

           PERFORM GET-CURRENT-DATETIME
           PERFORM WRITE-CAMPAIGN-LOG THRU WRITE-CAMPAIGN-LOG-EXIT

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
           MOVE "CAMPEXT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING WS-CAMPAIGN " SELECTED " WS-SELECTED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           END-IF

           DISPLAY SPACES
           DISPLAY "Campaign " WS-CAMPAIGN " extracted."
           MOVE WS-ACCTS-READ TO WS-DISP-COUNT
           DISPLAY "  Open linked accounts:   " WS-DISP-COUNT
           MOVE WS-QUALIFIED TO WS-DISP-COUNT
           DISPLAY "  Customers qualifying:   " WS-DISP-COUNT
           MOVE WS-EXCL-DECEASED TO WS-DISP-COUNT
           DISPLAY "  Held back - deceased:   " WS-DISP-COUNT
           MOVE WS-EXCL-OPTOUT TO WS-DISP-COUNT
           DISPLAY "  Held back - opted out:  " WS-DISP-COUNT
           MOVE WS-EXCL-RETMAIL TO WS-DISP-COUNT
           DISPLAY "  Held back - mail back:  " WS-DISP-COUNT
           MOVE WS-SELECTED TO WS-DISP-COUNT
           DISPLAY "  Written to mailing:     " WS-DISP-COUNT
           DISPLAY "  Mailing file: " WS-CAMP-FILENAME
           DISPLAY "========================================="
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

      *================================================================*
      * Criteria prompts - a blank answer leaves the criterion out     *
      *================================================================*
       PROMPT-CRITERIA.
           DISPLAY "Campaign code (up to 8 characters):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE) TO WS-CAMPAIGN
           IF WS-CAMPAIGN = SPACES
               DISPLAY "A campaign code is required."
               GO TO PROMPT-CRITERIA-EXIT
           END-IF
           DISPLAY "Description:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CAMP-DESC

           DISPLAY "Product held - account type C/S/D/M or product "
               "code (blank = any):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE) TO WS-HELD
           IF WS-HELD NOT = SPACES
               DISPLAY "Only that product held? (Y/N):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-LINE
               MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE(1:1))
                   TO WS-HELD-ONLY
               IF NOT WS-HELD-IS-ONLY
                   MOVE "N" TO WS-HELD-ONLY
               END-IF
           END-IF
           IF NOT WS-HELD-IS-ONLY
               DISPLAY "Product NOT held - account type or product "
                   "code (blank = none):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-LINE
               MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE) TO WS-NOT-HELD
               IF WS-NOT-HELD NOT = SPACES
                   AND WS-NOT-HELD = WS-HELD
                   DISPLAY "Held and not-held cannot be the same "
                       "product."
                   GO TO PROMPT-CRITERIA-EXIT
               END-IF
           END-IF

           DISPLAY "Minimum total balance (blank = none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           IF WS-INPUT-AMT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-AMT) TO WS-MIN-BAL
               SET WS-MIN-BAL-SET TO TRUE
           END-IF
           DISPLAY "Maximum total balance (blank = none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           IF WS-INPUT-AMT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-AMT) TO WS-MAX-BAL
               SET WS-MAX-BAL-SET TO TRUE
           END-IF
           IF WS-MIN-BAL-SET AND WS-MAX-BAL-SET
               AND WS-MIN-BAL > WS-MAX-BAL
               DISPLAY "Minimum balance is above the maximum."
               GO TO PROMPT-CRITERIA-EXIT
           END-IF

           DISPLAY "Branch (blank = all):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE) TO WS-BRANCH

           DISPLAY "CD maturing from (YYYYMMDD, blank = not used):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT = SPACES
               IF WS-INPUT-DATE NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD."
                   GO TO PROMPT-CRITERIA-EXIT
               END-IF
               MOVE WS-INPUT-DATE TO WS-MAT-FROM
               DISPLAY "CD maturing to (YYYYMMDD):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD."
                   GO TO PROMPT-CRITERIA-EXIT
               END-IF
               MOVE WS-INPUT-DATE TO WS-MAT-TO
               IF WS-MAT-TO < WS-MAT-FROM
                   DISPLAY "The window ends before it starts."
                   GO TO PROMPT-CRITERIA-EXIT
               END-IF
           END-IF

           DISPLAY "Minimum tenure in months (blank = none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTHS
           IF WS-INPUT-MONTHS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-MONTHS) TO WS-MIN-TENURE
               SET WS-MIN-TENURE-SET TO TRUE
           END-IF
           DISPLAY "Maximum tenure in months (blank = none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTHS
           IF WS-INPUT-MONTHS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-MONTHS) TO WS-MAX-TENURE
               SET WS-MAX-TENURE-SET TO TRUE
           END-IF
           IF WS-MIN-TENURE-SET AND WS-MAX-TENURE-SET
               AND WS-MIN-TENURE > WS-MAX-TENURE
               DISPLAY "Minimum tenure is above the maximum."
               GO TO PROMPT-CRITERIA-EXIT
           END-IF

           DISPLAY SPACES
           DISPLAY "Campaign " WS-CAMPAIGN " " WS-CAMP-DESC
           IF WS-HELD NOT = SPACES
               DISPLAY "  Holds " WS-HELD
               IF WS-HELD-IS-ONLY
                   DISPLAY "  ...and nothing else"
               END-IF
           END-IF
           IF WS-NOT-HELD NOT = SPACES
               DISPLAY "  Does not hold " WS-NOT-HELD
           END-IF
           IF WS-MIN-BAL-SET
               MOVE WS-MIN-BAL TO WS-DISP-AMT
               DISPLAY "  Total balance at least " WS-DISP-AMT
           END-IF
           IF WS-MAX-BAL-SET
               MOVE WS-MAX-BAL TO WS-DISP-AMT
               DISPLAY "  Total balance at most  " WS-DISP-AMT
           END-IF
           IF WS-BRANCH NOT = SPACES
               DISPLAY "  Account at branch " WS-BRANCH
           END-IF
           IF WS-MAT-FROM > ZEROS
               DISPLAY "  CD maturing " WS-MAT-FROM " to " WS-MAT-TO
           END-IF
           IF WS-MIN-TENURE-SET
               DISPLAY "  Customer at least " WS-MIN-TENURE
                   " months"
           END-IF
           IF WS-MAX-TENURE-SET
               DISPLAY "  Customer at most " WS-MAX-TENURE " months"
           END-IF
           DISPLAY "Opted-out, deceased and returned-mail customers "
               "are always left out."
           DISPLAY "Produce the mailing file? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
               SET WS-CRITERIA-OK TO TRUE
           END-IF.
       PROMPT-CRITERIA-EXIT.
           EXIT.

      *================================================================*
      * Accounts - the SORT input procedure                            *
      *================================================================*
      *    Open accounts linked to a customer; closed and charged-off
      *    accounts are not held.
       RELEASE-ACCOUNTS.
           PERFORM RELEASE-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF.
       RELEASE-ACCOUNTS-EXIT.
           EXIT.

       RELEASE-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF NOT ACCT-IS-CLOSED AND NOT ACCT-IS-CHGOFF
                       AND ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO > ZEROS
                       ADD 1 TO WS-ACCTS-READ
                       MOVE ACCT-CUST-NO     TO SORT-CUST-NO
                       MOVE ACCT-NO          TO SORT-ACCT-NO
                       MOVE ACCT-TYPE        TO SORT-TYPE
                       MOVE ACCT-PRODUCT     TO SORT-PRODUCT
                       MOVE ACCT-BAL         TO SORT-BAL
                       MOVE ACCT-BRANCH      TO SORT-BRANCH
                       MOVE ACCT-MATURITY-DT TO SORT-MATURITY-DT
                       MOVE ACCT-OPEN-DT     TO SORT-OPEN-DT
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      *================================================================*
      * Customers - the SORT output procedure                          *
      *================================================================*
       SELECT-CUSTOMERS.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN
           PERFORM SELECT-ONE-CUSTOMER UNTIL WS-SORT-AT-EOF.
       SELECT-CUSTOMERS-EXIT.
           EXIT.

       SELECT-ONE-CUSTOMER.
           MOVE SORT-CUST-NO TO WS-CC-CUST-NO
           MOVE ZEROS TO WS-CC-TOTAL-BAL WS-CC-FIRST-OPEN
           MOVE SPACES TO WS-CC-BRANCH
           MOVE 0 TO WS-CC-HELD-FLAG WS-CC-OTHER-FLAG
               WS-CC-NOT-HELD-FLAG WS-CC-BRANCH-FLAG WS-CC-CD-FLAG
           PERFORM ADD-CUSTOMER-ACCOUNT
               UNTIL WS-SORT-AT-EOF
               OR SORT-CUST-NO NOT = WS-CC-CUST-NO
           PERFORM APPLY-CRITERIA THRU APPLY-CRITERIA-EXIT.

       ADD-CUSTOMER-ACCOUNT.
           ADD SORT-BAL TO WS-CC-TOTAL-BAL
           IF WS-CC-BRANCH = SPACES
               MOVE SORT-BRANCH TO WS-CC-BRANCH
           END-IF
           IF SORT-OPEN-DT NUMERIC AND SORT-OPEN-DT > ZEROS
               IF WS-CC-FIRST-OPEN = ZEROS
                   OR SORT-OPEN-DT < WS-CC-FIRST-OPEN
                   MOVE SORT-OPEN-DT TO WS-CC-FIRST-OPEN
               END-IF
           END-IF
           IF WS-HELD NOT = SPACES
               MOVE WS-HELD TO WS-MATCH-SPEC
               PERFORM CHECK-PRODUCT-MATCH
               IF WS-PROD-MATCHED
                   SET WS-CC-HOLDS-HELD TO TRUE
               ELSE
                   SET WS-CC-HOLDS-OTHER TO TRUE
               END-IF
           END-IF
           IF WS-NOT-HELD NOT = SPACES
               MOVE WS-NOT-HELD TO WS-MATCH-SPEC
               PERFORM CHECK-PRODUCT-MATCH
               IF WS-PROD-MATCHED
                   SET WS-CC-HOLDS-NOT-HELD TO TRUE
               END-IF
           END-IF
           IF WS-BRANCH NOT = SPACES AND SORT-BRANCH = WS-BRANCH
               SET WS-CC-AT-BRANCH TO TRUE
               MOVE WS-BRANCH TO WS-CC-BRANCH
           END-IF
           IF WS-MAT-FROM > ZEROS AND SORT-TYPE = "D"
               AND SORT-MATURITY-DT NOT < WS-MAT-FROM
               AND SORT-MATURITY-DT NOT > WS-MAT-TO
               SET WS-CC-CD-IN-WINDOW TO TRUE
           END-IF
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

      *    A one-letter spec is an account type, a longer one a
      *    product code.
       CHECK-PRODUCT-MATCH.
           MOVE 0 TO WS-PROD-MATCH-FLAG
           IF WS-MATCH-SPEC(2:3) = SPACES
               IF SORT-TYPE = WS-MATCH-SPEC(1:1)
                   SET WS-PROD-MATCHED TO TRUE
               END-IF
           ELSE
               IF SORT-PRODUCT = WS-MATCH-SPEC
                   SET WS-PROD-MATCHED TO TRUE
               END-IF
           END-IF.

      *    The account criteria first, then the customer master:
      *    closed customers never qualify, tenure is checked, and a
      *    qualifying customer who must not be mailed is counted and
      *    held back.
       APPLY-CRITERIA.
           IF WS-HELD NOT = SPACES AND NOT WS-CC-HOLDS-HELD
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-HELD-IS-ONLY AND WS-CC-HOLDS-OTHER
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-CC-HOLDS-NOT-HELD
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-MIN-BAL-SET AND WS-CC-TOTAL-BAL < WS-MIN-BAL
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-MAX-BAL-SET AND WS-CC-TOTAL-BAL > WS-MAX-BAL
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-BRANCH NOT = SPACES AND NOT WS-CC-AT-BRANCH
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF WS-MAT-FROM > ZEROS AND NOT WS-CC-CD-IN-WINDOW
               GO TO APPLY-CRITERIA-EXIT
           END-IF

           MOVE WS-CC-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   GO TO APPLY-CRITERIA-EXIT
           END-READ
           IF CUST-IS-CLOSED
               GO TO APPLY-CRITERIA-EXIT
           END-IF

           IF WS-MIN-TENURE-SET OR WS-MAX-TENURE-SET
               PERFORM COMPUTE-TENURE THRU COMPUTE-TENURE-EXIT
               IF WS-MIN-TENURE-SET
                   AND WS-TENURE-MONTHS < WS-MIN-TENURE
                   GO TO APPLY-CRITERIA-EXIT
               END-IF
               IF WS-MAX-TENURE-SET
                   AND WS-TENURE-MONTHS > WS-MAX-TENURE
                   GO TO APPLY-CRITERIA-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-QUALIFIED

           IF CUST-DECEASED-DT NUMERIC AND CUST-DECEASED-DT > ZEROS
               ADD 1 TO WS-EXCL-DECEASED
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF CUST-NO-CONTACT
               ADD 1 TO WS-EXCL-OPTOUT
               GO TO APPLY-CRITERIA-EXIT
           END-IF
           IF CUST-MAIL-RETURNED
               ADD 1 TO WS-EXCL-RETMAIL
               GO TO APPLY-CRITERIA-EXIT
           END-IF

           MOVE SPACES TO CAMP-REC
           MOVE WS-CAMPAIGN      TO CAMP-CAMPAIGN
           MOVE CUST-NO          TO CAMP-CUST-NO
           MOVE CUST-NAME        TO CAMP-NAME
           MOVE CUST-ADDR-LINE1  TO CAMP-ADDR-LINE1
           MOVE CUST-ADDR-LINE2  TO CAMP-ADDR-LINE2
           MOVE CUST-CITY        TO CAMP-CITY
           MOVE CUST-STATE       TO CAMP-STATE
           MOVE CUST-ZIP         TO CAMP-ZIP
           MOVE WS-CC-BRANCH     TO CAMP-BRANCH
           MOVE WS-CC-TOTAL-BAL  TO CAMP-TOTAL-BAL
           WRITE CAMP-REC
           IF WS-CAMP-OK
               ADD 1 TO WS-SELECTED
           ELSE
               DISPLAY "WARNING: Could not write customer "
                   CUST-NO " to the mailing file."
           END-IF.
       APPLY-CRITERIA-EXIT.
           EXIT.

      *    Whole months from the customer's start - the customer
      *    master's open date, or the oldest open account when the
      *    record has none - to the banking date.
       COMPUTE-TENURE.
           MOVE ZEROS TO WS-TENURE-FROM
           IF CUST-OPEN-DT NUMERIC AND CUST-OPEN-DT > ZEROS
               MOVE CUST-OPEN-DT TO WS-TENURE-FROM
           ELSE
               MOVE WS-CC-FIRST-OPEN TO WS-TENURE-FROM
           END-IF
           MOVE ZEROS TO WS-TENURE-MONTHS
           IF WS-TENURE-FROM = ZEROS
               GO TO COMPUTE-TENURE-EXIT
           END-IF
           MOVE WS-TENURE-FROM TO WS-DATE-WORK
           COMPUTE WS-TENURE-MONTHS = WS-TODAY-MONTHS
               - (WS-DP-YEAR * 12 + WS-DP-MONTH)
           IF WS-TODAY-DAY < WS-DP-DAY
               SUBTRACT 1 FROM WS-TENURE-MONTHS
           END-IF
           IF WS-TENURE-MONTHS < ZEROS
               MOVE ZEROS TO WS-TENURE-MONTHS
           END-IF.
       COMPUTE-TENURE-EXIT.
           EXIT.

      *================================================================*
      * Campaign log and audit                                         *
      *================================================================*
       WRITE-CAMPAIGN-LOG.
           OPEN EXTEND CPLOG-FILE
           IF WS-CPLOG-FILE-MISSING
               OPEN OUTPUT CPLOG-FILE
           END-IF
           IF NOT WS-CPLOG-OK
               DISPLAY "WARNING: The run could not be written to "
                   "the campaign log - record it by hand."
               GO TO WRITE-CAMPAIGN-LOG-EXIT
           END-IF
           MOVE SPACES TO CPLOG-REC
           MOVE WS-RUN-DATE      TO CPLOG-RUN-DATE
           MOVE WS-NOW-TIME      TO CPLOG-RUN-TIME
           MOVE WS-OPERATOR-ID   TO CPLOG-OPERATOR-ID
           MOVE WS-CAMPAIGN      TO CPLOG-CAMPAIGN
           MOVE WS-CAMP-DESC     TO CPLOG-DESC
           MOVE WS-HELD          TO CPLOG-HELD
           MOVE WS-NOT-HELD      TO CPLOG-NOT-HELD
           MOVE WS-HELD-ONLY     TO CPLOG-HELD-ONLY
           MOVE WS-MIN-BAL       TO CPLOG-MIN-BAL
           MOVE WS-MAX-BAL       TO CPLOG-MAX-BAL
           MOVE WS-BRANCH        TO CPLOG-BRANCH
           MOVE WS-MAT-FROM      TO CPLOG-MAT-FROM
           MOVE WS-MAT-TO        TO CPLOG-MAT-TO
           MOVE WS-MIN-TENURE    TO CPLOG-MIN-TENURE
           MOVE WS-MAX-TENURE    TO CPLOG-MAX-TENURE
           MOVE WS-QUALIFIED     TO CPLOG-QUALIFIED
           MOVE WS-SELECTED      TO CPLOG-SELECTED
           MOVE WS-EXCL-OPTOUT   TO CPLOG-EXCL-OPTOUT
           MOVE WS-EXCL-DECEASED TO CPLOG-EXCL-DECEASED
           MOVE WS-EXCL-RETMAIL  TO CPLOG-EXCL-RETMAIL
           MOVE WS-CAMP-FILENAME TO CPLOG-MAIL-FILE
           WRITE CPLOG-REC
           IF NOT WS-CPLOG-OK
               DISPLAY "WARNING: The run could not be written to "
                   "the campaign log - record it by hand."
           END-IF
           CLOSE CPLOG-FILE.
       WRITE-CAMPAIGN-LOG-EXIT.
           EXIT.

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           MOVE WS-RUN-DATE       TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-DETAIL   TO AUDIT-DETAIL
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *    The extract reads the whole customer base, so only an
      *    active, PIN-verified supervisor gets in - same sign-on
      *    PRIVEXP and CUSTMRG use.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               DISPLAY "Operator file unavailable - sign-on "
                   "cannot be verified."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           DISPLAY "Supervisor ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO SUPERVISOR-SIGNON-EXIT
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF NOT OPER-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "CAMPEXT" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
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

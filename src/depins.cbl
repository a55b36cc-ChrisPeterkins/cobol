       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
      *================================================================*
      * DEPINS - Deposit Insurance Coverage Report                     *
      * Month-end step. Groups every open deposit balance by depositor *
      * (ACCT-CUST-NO; an account not yet linked to the customer       *
      * master stands alone) and ownership category, applies the       *
      * per-category coverage limit from the control record            *
      * (CTRL-DEP-INS-LIMIT), and reports insured and uninsured        *
      * amounts per depositor, then the uninsured total by branch and  *
      * bank-wide. Categories, first match wins:                       *
      *   IRA       - ACCT-IRA-PLAN set; covered to the limit.         *
      *   POD/TRUST - ACCT-POD-NAME set; the limit for each distinct   *
      *               beneficiary, up to five.                         *
      *   JOINT     - ACCT-JOINT-NAME set; the holder and co-owner     *
      *               are each covered on their share, so twice the    *
      *               limit.                                           *
      *   SINGLE    - everything else; covered to the limit.           *
      * Foreign-currency balances are valued in USD at the posted      *
      * FX-REC buy rate; one with no rate on file is left out and      *
      * counted. An uninsured amount is spread over the depositor's    *
      * branches in proportion to the category's balances there. The  *
      * BANKUI relationship inquiry shows the same figures for one     *
      * customer. Read-only; report data/DEPINS-<date>.txt.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT FX-FILE
               ASSIGN TO "data/FXRATES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-PAIR
               FILE STATUS IS WS-FX-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-DEPINS.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

      *    One open, positive balance, valued in USD. Linked
      *    accounts sort ahead of unlinked ones, by depositor.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-UNLINKED      PIC X(1).
           05  SORT-DEPOSITOR     PIC 9(8).
           05  SORT-ACCT-NO       PIC 9(8).
           05  SORT-BRANCH        PIC X(4).
           05  SORT-CATEGORY      PIC 9(1).
           05  SORT-USD-BAL       PIC 9(11)V99.
           05  SORT-POD-NAME      PIC X(30).
           05  SORT-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-BR-STATUS          PIC XX.
           88  WS-BR-OK              VALUE "00".
       01  WS-BR-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN         VALUE 1.

       01  WS-FX-STATUS          PIC XX.
           88  WS-FX-OK              VALUE "00".
       01  WS-FX-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-FX-IS-OPEN         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-EOF           VALUE 1.

      *    Coverage per depositor per ownership category.
       01  WS-COVER-LIMIT        PIC 9(9)V99 VALUE 250000.00.
      *    Most beneficiaries a POD/trust category is covered for.
       01  WS-MAX-BENEFICIARIES  PIC 9(1) VALUE 5.

       01  WS-CAT-NAMES.
           05  FILLER            PIC X(10) VALUE "SINGLE".
           05  FILLER            PIC X(10) VALUE "JOINT".
           05  FILLER            PIC X(10) VALUE "IRA".
           05  FILLER            PIC X(10) VALUE "POD/TRUST".
       01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
           05  WS-CAT-NAME       PIC X(10) OCCURS 4 TIMES.

      *--- The depositor in progress ---
       01  WS-PREV-UNLINKED      PIC X(1).
       01  WS-PREV-DEPOSITOR     PIC 9(8).
       01  WS-DEP-NAME           PIC X(30).
       01  WS-DEP-CATEGORIES.
           05  WS-DEP-CAT OCCURS 4 TIMES.
               10  WS-CAT-BAL        PIC 9(11)V99.
               10  WS-CAT-COVER      PIC 9(11)V99.
               10  WS-CAT-INSURED    PIC 9(11)V99.
               10  WS-CAT-UNINSURED  PIC 9(11)V99.
       01  WS-DEP-BAL            PIC 9(11)V99.
       01  WS-DEP-INSURED        PIC 9(11)V99.
       01  WS-DEP-UNINSURED      PIC 9(11)V99.
       01  WS-POD-TABLE.
           05  WS-POD-NAME       PIC X(30) OCCURS 5 TIMES.
       01  WS-POD-COUNT          PIC 9(1).
       01  WS-POD-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-POD-FOUND          VALUE 1.
      *    The depositor's balances by branch and category, to
      *    spread the uninsured amount over the branches holding it.
       01  WS-DB-TABLE.
           05  WS-DB-ENTRY OCCURS 50 TIMES.
               10  WS-DB-BRANCH      PIC X(4).
               10  WS-DB-CAT         PIC 9(1).
               10  WS-DB-BAL         PIC 9(11)V99.
       01  WS-DB-COUNT           PIC 9(3).
       01  WS-DB-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-DB-FOUND           VALUE 1.
       01  WS-SHARE              PIC 9(11)V99.

      *--- Bank-wide totals, by category and by branch ---
       01  WS-BANK-CATEGORIES.
           05  WS-BANK-CAT OCCURS 4 TIMES.
               10  WS-BANK-CAT-BAL   PIC 9(13)V99.
               10  WS-BANK-CAT-UNINS PIC 9(13)V99.
       01  WS-BRT-TABLE.
           05  WS-BRT-ENTRY OCCURS 100 TIMES.
               10  WS-BRT-CODE       PIC X(4).
               10  WS-BRT-BAL        PIC 9(13)V99.
               10  WS-BRT-UNINS      PIC 9(13)V99.
       01  WS-BRT-COUNT          PIC 9(3) VALUE 0.
       01  WS-BRT-IDX            PIC 9(3).
       01  WS-BRT-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-BRT-FOUND          VALUE 1.
       01  WS-BRT-NAME           PIC X(20).

       01  WS-I                  PIC 9(3).
       01  WS-J                  PIC 9(3).
       01  WS-CAT-IDX            PIC 9(1).

       01  WS-USD-BAL            PIC 9(11)V99.
       01  WS-ACCTS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-ACCTS-COUNTED      PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT     PIC 9(5) VALUE 0.
       01  WS-DEPOSITOR-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXPOSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-BRANCH-OVERFLOW    PIC 9(5) VALUE 0.
       01  WS-TOTAL-BAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-UNINS        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-INSURED      PIC 9(13)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT3          PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT4          PIC $$$,$$$,$$9.99.
       01  WS-DISP-BIG           PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISP-BIG2          PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  DEPOSIT INSURANCE COVERAGE"
           DISPLAY "========================================="

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
                       IF CTRL-DEP-INS-LIMIT NUMERIC
                           AND CTRL-DEP-INS-LIMIT > ZEROS
                           MOVE CTRL-DEP-INS-LIMIT
                               TO WS-COVER-LIMIT
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF

           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "No account file - nothing to report."
               ELSE
                   DISPLAY "Error opening account file: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    The customer, branch and rate files only add names and
      *    values; a site without one still gets the report.
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT FX-FILE
           IF WS-FX-OK
               SET WS-FX-IS-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF

           MOVE ZEROS TO WS-BANK-CATEGORIES
           PERFORM OPEN-RPT-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-UNLINKED
               ON ASCENDING KEY SORT-DEPOSITOR
               ON ASCENDING KEY SORT-ACCT-NO
               INPUT PROCEDURE IS SELECT-DEPOSITS
                   THRU SELECT-DEPOSITS-EXIT
               OUTPUT PROCEDURE IS PROCESS-DEPOSITORS
                   THRU PROCESS-DEPOSITORS-EXIT

           PERFORM PRINT-BANK-TOTALS THRU PRINT-BANK-TOTALS-EXIT

           DISPLAY SPACES
           DISPLAY "  Accounts scanned:  " WS-ACCTS-SCANNED
           DISPLAY "  Accounts counted:  " WS-ACCTS-COUNTED
           DISPLAY "  Depositors:        " WS-DEPOSITOR-COUNT
           DISPLAY "  With uninsured:    " WS-EXPOSED-COUNT
           MOVE WS-TOTAL-BAL TO WS-DISP-BIG
           DISPLAY "  Total deposits:    " WS-DISP-BIG
           MOVE WS-TOTAL-UNINS TO WS-DISP-BIG
           DISPLAY "  Total uninsured:   " WS-DISP-BIG
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "  No USD rate:       " WS-UNVALUED-COUNT
                   " account(s) left out"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BRANCH-OVERFLOW > ZEROS
               DISPLAY "  Branch table full: " WS-BRANCH-OVERFLOW
                   " balance(s) not in the branch totals"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE ACCT-FILE
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-BR-IS-OPEN
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           IF WS-FX-IS-OPEN
               CLOSE FX-FILE
               MOVE 0 TO WS-FX-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/DEPINS-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "DEPOSIT INSURANCE COVERAGE" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-COVER-LIMIT TO WS-DISP-AMT
               STRING "RUN DATE " WS-TODAY-DATE
                   "  COVERAGE PER DEPOSITOR PER CATEGORY "
                   WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    CATEGORY          BALANCE"
                   "          COVERAGE"
                   "         INSURED"
                   "       UNINSURED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "WARNING: Could not open report file: "
                   WS-RPT-STATUS
           END-IF.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *================================================================*
      * INPUT PROCEDURE - every open account with money on it, valued  *
      * in USD and placed in its ownership category.                   *
      *================================================================*
       SELECT-DEPOSITS.
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM SELECT-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF.
       SELECT-DEPOSITS-EXIT.
           EXIT.

       SELECT-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SCANNED
                   PERFORM SELECT-ONE-ACCOUNT
                       THRU SELECT-ONE-ACCOUNT-EXIT
           END-READ.

      *    Closed and charged-off accounts hold nothing insurable;
      *    an overdrawn balance is not a deposit.
       SELECT-ONE-ACCOUNT.
           IF ACCT-IS-CLOSED OR ACCT-IS-CHGOFF
               GO TO SELECT-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-BAL NOT > ZEROS
               GO TO SELECT-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-CCY-USD OR ACCT-CURRENCY = SPACES
               MOVE ACCT-BAL TO WS-USD-BAL
           ELSE
               PERFORM VALUE-IN-USD THRU VALUE-IN-USD-EXIT
               IF WS-USD-BAL = ZEROS
                   ADD 1 TO WS-UNVALUED-COUNT
                   DISPLAY "  " ACCT-NO " " ACCT-CURRENCY
                       " - no USD rate on file, left out"
                   GO TO SELECT-ONE-ACCOUNT-EXIT
               END-IF
           END-IF

           MOVE SPACES TO SORT-REC
           IF ACCT-CUST-NO NUMERIC AND ACCT-CUST-NO > ZEROS
               MOVE SPACE        TO SORT-UNLINKED
               MOVE ACCT-CUST-NO TO SORT-DEPOSITOR
           ELSE
               MOVE "U"          TO SORT-UNLINKED
               MOVE ACCT-NO      TO SORT-DEPOSITOR
           END-IF
           MOVE ACCT-NO       TO SORT-ACCT-NO
           MOVE ACCT-BRANCH   TO SORT-BRANCH
           IF ACCT-BRANCH = SPACES OR LOW-VALUES
               MOVE "0001" TO SORT-BRANCH
           END-IF
           MOVE WS-USD-BAL    TO SORT-USD-BAL
           MOVE ACCT-NAME     TO SORT-NAME
           EVALUATE TRUE
               WHEN ACCT-IS-IRA
                   MOVE 3 TO SORT-CATEGORY
               WHEN ACCT-POD-NAME NOT = SPACES
                   AND ACCT-POD-NAME NOT = LOW-VALUES
                   MOVE 4 TO SORT-CATEGORY
                   MOVE FUNCTION UPPER-CASE(ACCT-POD-NAME)
                       TO SORT-POD-NAME
               WHEN ACCT-JOINT-NAME NOT = SPACES
                   AND ACCT-JOINT-NAME NOT = LOW-VALUES
                   MOVE 2 TO SORT-CATEGORY
               WHEN OTHER
                   MOVE 1 TO SORT-CATEGORY
           END-EVALUATE
           RELEASE SORT-REC
           ADD 1 TO WS-ACCTS-COUNTED.
       SELECT-ONE-ACCOUNT-EXIT.
           EXIT.

      *    A balance in another currency at the posted buy rate to
      *    USD; zero when no current rate is on file.
       VALUE-IN-USD.
           MOVE ZEROS TO WS-USD-BAL
           IF NOT WS-FX-IS-OPEN
               GO TO VALUE-IN-USD-EXIT
           END-IF
           MOVE ACCT-CURRENCY TO FX-CCY-FROM
           MOVE "USD"         TO FX-CCY-TO
           READ FX-FILE
               INVALID KEY
                   GO TO VALUE-IN-USD-EXIT
           END-READ
           IF FX-EFF-DATE > WS-TODAY-DATE
               GO TO VALUE-IN-USD-EXIT
           END-IF
           COMPUTE WS-USD-BAL ROUNDED = ACCT-BAL * FX-BUY-RATE.
       VALUE-IN-USD-EXIT.
           EXIT.

      *================================================================*
      * OUTPUT PROCEDURE - one control break per depositor.            *
      *================================================================*
       PROCESS-DEPOSITORS.
           MOVE 0 TO WS-SORT-EOF-FLAG
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO PROCESS-DEPOSITORS-EXIT
           END-RETURN
           PERFORM START-DEPOSITOR
           PERFORM PROCESS-SORTED-LOOP UNTIL WS-SORT-EOF
           PERFORM FINISH-DEPOSITOR THRU FINISH-DEPOSITOR-EXIT.
       PROCESS-DEPOSITORS-EXIT.
           EXIT.

       PROCESS-SORTED-LOOP.
           PERFORM ADD-ACCOUNT-TO-DEPOSITOR
               THRU ADD-ACCOUNT-TO-DEPOSITOR-EXIT
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SORT-UNLINKED NOT = WS-PREV-UNLINKED
                       OR SORT-DEPOSITOR NOT = WS-PREV-DEPOSITOR
                       PERFORM FINISH-DEPOSITOR
                           THRU FINISH-DEPOSITOR-EXIT
                       PERFORM START-DEPOSITOR
                   END-IF
           END-RETURN.

       START-DEPOSITOR.
           MOVE SORT-UNLINKED  TO WS-PREV-UNLINKED
           MOVE SORT-DEPOSITOR TO WS-PREV-DEPOSITOR
           MOVE ZEROS  TO WS-DEP-CATEGORIES
           MOVE SPACES TO WS-POD-TABLE
           MOVE ZEROS  TO WS-POD-COUNT
           MOVE ZEROS  TO WS-DB-COUNT
           MOVE SORT-NAME TO WS-DEP-NAME
           IF SORT-UNLINKED = SPACE AND WS-CUST-IS-OPEN
               MOVE SORT-DEPOSITOR TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-DEP-NAME
               END-READ
           END-IF.

       ADD-ACCOUNT-TO-DEPOSITOR.
           MOVE SORT-CATEGORY TO WS-CAT-IDX
           ADD SORT-USD-BAL TO WS-CAT-BAL(WS-CAT-IDX)
           IF SORT-CATEGORY = 4
               PERFORM NOTE-BENEFICIARY THRU NOTE-BENEFICIARY-EXIT
           END-IF
           MOVE 0 TO WS-DB-FOUND-FLAG
           PERFORM FIND-DB-ENTRY VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DB-COUNT OR WS-DB-FOUND
           IF WS-DB-FOUND
               SUBTRACT 1 FROM WS-I
               ADD SORT-USD-BAL TO WS-DB-BAL(WS-I)
               GO TO ADD-ACCOUNT-TO-DEPOSITOR-EXIT
           END-IF
      *    A depositor spread over more branch/category pairs than
      *    the table holds has the excess counted on the last one.
           IF WS-DB-COUNT < 50
               ADD 1 TO WS-DB-COUNT
               MOVE SORT-BRANCH   TO WS-DB-BRANCH(WS-DB-COUNT)
               MOVE SORT-CATEGORY TO WS-DB-CAT(WS-DB-COUNT)
               MOVE ZEROS         TO WS-DB-BAL(WS-DB-COUNT)
           END-IF
           ADD SORT-USD-BAL TO WS-DB-BAL(WS-DB-COUNT).
       ADD-ACCOUNT-TO-DEPOSITOR-EXIT.
           EXIT.

       FIND-DB-ENTRY.
           IF WS-DB-BRANCH(WS-I) = SORT-BRANCH
               AND WS-DB-CAT(WS-I) = SORT-CATEGORY
               SET WS-DB-FOUND TO TRUE
           END-IF.

      *    Distinct beneficiary names across the depositor's POD
      *    accounts, up to the most that are covered.
       NOTE-BENEFICIARY.
           MOVE 0 TO WS-POD-FOUND-FLAG
           PERFORM FIND-BENEFICIARY VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-POD-COUNT OR WS-POD-FOUND
           IF WS-POD-FOUND
               GO TO NOTE-BENEFICIARY-EXIT
           END-IF
           IF WS-POD-COUNT < WS-MAX-BENEFICIARIES
               ADD 1 TO WS-POD-COUNT
               MOVE SORT-POD-NAME TO WS-POD-NAME(WS-POD-COUNT)
           END-IF.
       NOTE-BENEFICIARY-EXIT.
           EXIT.

       FIND-BENEFICIARY.
           IF WS-POD-NAME(WS-J) = SORT-POD-NAME
               SET WS-POD-FOUND TO TRUE
           END-IF.

      *    Coverage per category, the depositor's lines on the
      *    report, and the uninsured amount spread to the branches.
       FINISH-DEPOSITOR.
           ADD 1 TO WS-DEPOSITOR-COUNT
           MOVE WS-COVER-LIMIT TO WS-CAT-COVER(1)
           COMPUTE WS-CAT-COVER(2) = WS-COVER-LIMIT * 2
           MOVE WS-COVER-LIMIT TO WS-CAT-COVER(3)
           IF WS-POD-COUNT = ZEROS
               MOVE 1 TO WS-POD-COUNT
           END-IF
           COMPUTE WS-CAT-COVER(4) = WS-COVER-LIMIT * WS-POD-COUNT
           MOVE ZEROS TO WS-DEP-BAL WS-DEP-INSURED WS-DEP-UNINSURED
           PERFORM COVER-ONE-CATEGORY VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4
           IF WS-DEP-UNINSURED > ZEROS
               ADD 1 TO WS-EXPOSED-COUNT
           END-IF
           ADD WS-DEP-BAL       TO WS-TOTAL-BAL
           ADD WS-DEP-INSURED   TO WS-TOTAL-INSURED
           ADD WS-DEP-UNINSURED TO WS-TOTAL-UNINS

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PREV-UNLINKED = SPACE
               STRING "CUSTOMER " WS-PREV-DEPOSITOR "  " WS-DEP-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "ACCOUNT  " WS-PREV-DEPOSITOR "  " WS-DEP-NAME
                   "  (NOT LINKED TO A CUSTOMER)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-ONE-CATEGORY VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4
           MOVE WS-DEP-BAL       TO WS-DISP-AMT
           MOVE WS-DEP-INSURED   TO WS-DISP-AMT3
           MOVE WS-DEP-UNINSURED TO WS-DISP-AMT4
           MOVE SPACES TO WS-RPT-LINE
           STRING "    TOTAL     " WS-DISP-AMT
               "                  " WS-DISP-AMT3 "  " WS-DISP-AMT4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM SPREAD-TO-BRANCH VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DB-COUNT.
       FINISH-DEPOSITOR-EXIT.
           EXIT.

       COVER-ONE-CATEGORY.
           IF WS-CAT-BAL(WS-CAT-IDX) > WS-CAT-COVER(WS-CAT-IDX)
               MOVE WS-CAT-COVER(WS-CAT-IDX)
                   TO WS-CAT-INSURED(WS-CAT-IDX)
           ELSE
               MOVE WS-CAT-BAL(WS-CAT-IDX)
                   TO WS-CAT-INSURED(WS-CAT-IDX)
           END-IF
           COMPUTE WS-CAT-UNINSURED(WS-CAT-IDX) =
               WS-CAT-BAL(WS-CAT-IDX) - WS-CAT-INSURED(WS-CAT-IDX)
           ADD WS-CAT-BAL(WS-CAT-IDX)       TO WS-DEP-BAL
           ADD WS-CAT-INSURED(WS-CAT-IDX)   TO WS-DEP-INSURED
           ADD WS-CAT-UNINSURED(WS-CAT-IDX) TO WS-DEP-UNINSURED
           ADD WS-CAT-BAL(WS-CAT-IDX) TO WS-BANK-CAT-BAL(WS-CAT-IDX)
           ADD WS-CAT-UNINSURED(WS-CAT-IDX)
               TO WS-BANK-CAT-UNINS(WS-CAT-IDX).

       PRINT-ONE-CATEGORY.
           IF WS-CAT-BAL(WS-CAT-IDX) = ZEROS
               GO TO PRINT-ONE-CATEGORY-EXIT
           END-IF
           MOVE WS-CAT-BAL(WS-CAT-IDX)       TO WS-DISP-AMT
           MOVE WS-CAT-COVER(WS-CAT-IDX)     TO WS-DISP-AMT2
           MOVE WS-CAT-INSURED(WS-CAT-IDX)   TO WS-DISP-AMT3
           MOVE WS-CAT-UNINSURED(WS-CAT-IDX) TO WS-DISP-AMT4
           MOVE SPACES TO WS-RPT-LINE
           STRING "    " WS-CAT-NAME(WS-CAT-IDX) WS-DISP-AMT
               "    " WS-DISP-AMT2 "  " WS-DISP-AMT3
               "  " WS-DISP-AMT4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       PRINT-ONE-CATEGORY-EXIT.
           EXIT.

      *    The branch's part of its category's uninsured amount is
      *    in proportion to the category balance it holds.
       SPREAD-TO-BRANCH.
           MOVE WS-DB-CAT(WS-I) TO WS-CAT-IDX
           MOVE ZEROS TO WS-SHARE
           IF WS-CAT-UNINSURED(WS-CAT-IDX) > ZEROS
               COMPUTE WS-SHARE ROUNDED =
                   WS-DB-BAL(WS-I) * WS-CAT-UNINSURED(WS-CAT-IDX)
                   / WS-CAT-BAL(WS-CAT-IDX)
           END-IF
           MOVE 0 TO WS-BRT-FOUND-FLAG
           PERFORM FIND-BRANCH-TOTAL VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT OR WS-BRT-FOUND
           IF WS-BRT-FOUND
               SUBTRACT 1 FROM WS-BRT-IDX
           ELSE
               IF WS-BRT-COUNT NOT < 100
                   ADD 1 TO WS-BRANCH-OVERFLOW
                   GO TO SPREAD-TO-BRANCH-EXIT
               END-IF
               ADD 1 TO WS-BRT-COUNT
               MOVE WS-BRT-COUNT TO WS-BRT-IDX
               MOVE WS-DB-BRANCH(WS-I) TO WS-BRT-CODE(WS-BRT-IDX)
               MOVE ZEROS TO WS-BRT-BAL(WS-BRT-IDX)
               MOVE ZEROS TO WS-BRT-UNINS(WS-BRT-IDX)
           END-IF
           ADD WS-DB-BAL(WS-I) TO WS-BRT-BAL(WS-BRT-IDX)
           ADD WS-SHARE        TO WS-BRT-UNINS(WS-BRT-IDX).
       SPREAD-TO-BRANCH-EXIT.
           EXIT.

       FIND-BRANCH-TOTAL.
           IF WS-BRT-CODE(WS-BRT-IDX) = WS-DB-BRANCH(WS-I)
               SET WS-BRT-FOUND TO TRUE
           END-IF.

      *================================================================*
      * Bank-wide: uninsured by category, then by branch.              *
      *================================================================*
       PRINT-BANK-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "BANK-WIDE BY CATEGORY" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    CATEGORY            DEPOSITS"
                   "           UNINSURED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-BANK-CATEGORY VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4
           MOVE WS-TOTAL-BAL   TO WS-DISP-BIG
           MOVE WS-TOTAL-UNINS TO WS-DISP-BIG2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    TOTAL     " WS-DISP-BIG "  " WS-DISP-BIG2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "UNINSURED BY BRANCH" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    BRANCH                          DEPOSITS"
                   "           UNINSURED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-BRANCH-TOTAL VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-INSURED TO WS-DISP-BIG
           MOVE WS-TOTAL-UNINS   TO WS-DISP-BIG2
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPOSITORS " WS-DEPOSITOR-COUNT
               "  INSURED " WS-DISP-BIG
               "  UNINSURED " WS-DISP-BIG2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-UNVALUED-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOT VALUED - NO USD RATE ON FILE: "
                   WS-UNVALUED-COUNT " ACCOUNT(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
       PRINT-BANK-TOTALS-EXIT.
           EXIT.

       PRINT-BANK-CATEGORY.
           MOVE WS-BANK-CAT-BAL(WS-CAT-IDX)   TO WS-DISP-BIG
           MOVE WS-BANK-CAT-UNINS(WS-CAT-IDX) TO WS-DISP-BIG2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    " WS-CAT-NAME(WS-CAT-IDX) WS-DISP-BIG
               "  " WS-DISP-BIG2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO WS-BRT-NAME
           IF WS-BR-IS-OPEN
               MOVE WS-BRT-CODE(WS-BRT-IDX) TO BR-CODE
               READ BR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-NAME TO WS-BRT-NAME
               END-READ
           END-IF
           MOVE WS-BRT-BAL(WS-BRT-IDX)   TO WS-DISP-BIG
           MOVE WS-BRT-UNINS(WS-BRT-IDX) TO WS-DISP-BIG2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    " WS-BRT-CODE(WS-BRT-IDX) "  " WS-BRT-NAME
               WS-DISP-BIG "  " WS-DISP-BIG2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * each credit as a deposit under its own EXTC category, and      *
      * writes unpostable items (no such account, closed account, bad  *
      * check digit) to a returns file for the correspondent instead   *
      * of dropping them. Every posted entry carries the run id.       *
      * RUNBACK backs a bad file's deposit credits out whole; the loan *
      * payments it applied are listed on the back-out report for loan *
      * servicing to correct by hand.                                  *
      * A credit addressed to a loan number (LOANMGR's 4xxxxxxx        *
      * series) - a borrower paying by wire or another bank's bill-pay *
      * - is applied to the loan itself: late charges, interest,       *
      * escrow and principal in the same split LOANMGR posts by hand,  *
      * the due date advanced, the interest collected relieving the    *
      * booked accrual, and the legs journaled on the loan activity    *
      * journal. Anything over the scheduled split goes to principal.  *
      * A credit that pays the loan off releases its collateral and    *
      * deposit pledges and prints the lien-release notice, as a       *
      * payoff keyed in LOANMGR does.                                  *
      * A loan number not on the loan master, a loan no longer active, *
      * or an amount beyond the payoff is returned and listed on the   *
      * loan exceptions report (data/PAYIN-EXC-<date>.txt) so loan     *
      * servicing can follow up with the borrower.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT ACRL-FILE
               ASSIGN TO "data/ACCRUAL.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACRL-STATUS.

           SELECT EXC-FILE
               ASSIGN TO DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT COLL-FILE
               ASSIGN TO "data/COLLATRL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-KEY
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LIEN-FILE
               ASSIGN TO DYNAMIC WS-LIEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-FILE.
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  EXC-FILE.
       01  EXC-REC                PIC X(80).

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       FD  COLL-FILE.
       COPY COLL-REC.

       FD  LIEN-FILE.
       01  LIEN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CREDIT-STATUS      PIC XX.
           88  WS-CREDIT-OK          VALUE "00".
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

      *--- Loan payments by incoming credit ---
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
       01  WS-LOAN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LOAN-IS-OPEN       VALUE 1.
       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-FILE-MISSING  VALUE "35".
       01  WS-LNTX-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LNTX-IS-OPEN       VALUE 1.
       01  WS-ACRL-STATUS        PIC XX.
           88  WS-ACRL-OK            VALUE "00".
           88  WS-ACRL-FILE-MISSING  VALUE "35".
       01  WS-ACRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACRL-IS-OPEN       VALUE 1.
       01  WS-EXC-STATUS         PIC XX.
           88  WS-EXC-OK             VALUE "00".
       01  WS-EXC-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-EXC-IS-OPEN        VALUE 1.
       01  WS-EXC-FILENAME       PIC X(40).
       01  WS-EXC-LINE           PIC X(80).

      *--- Collateral release on payoff (register kept in LOANMGR) ---
       01  WS-COLL-STATUS        PIC XX.
           88  WS-COLL-OK            VALUE "00".
           88  WS-COLL-FILE-MISSING  VALUE "35".
       01  WS-COLL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-COLL-IS-OPEN       VALUE 1.
       01  WS-COLL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-COLL-AT-EOF        VALUE 1.
       01  WS-COLL-TYPE-DESC     PIC X(12).
       01  WS-RELEASE-COUNT      PIC 9(3) VALUE 0.
       01  WS-PLEDGE-FAIL-COUNT  PIC 9(3) VALUE 0.
       01  WS-LIEN-STATUS        PIC XX.
           88  WS-LIEN-OK            VALUE "00".
       01  WS-LIEN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LIEN-IS-OPEN       VALUE 1.
       01  WS-LIEN-FILENAME      PIC X(48).
       01  WS-LIEN-LINE          PIC X(80).

      *    LOANMGR numbers loans from 40000001 up; deposit accounts
      *    are numbered from 10000001. An incoming number at or
      *    above the floor is looked up on the loan master first.
       01  WS-LOAN-FLOOR         PIC 9(8) VALUE 40000000.

      *--- Payment posting split (same formula as LOANMGR) ---
       01  WS-PAY-AMT            PIC 9(9)V99.
       01  WS-INT-PORTION        PIC 9(9)V99.
       01  WS-PRIN-PORTION       PIC 9(9)V99.
       01  WS-FEE-PORTION        PIC 9(9)V99.
       01  WS-ESC-PORTION        PIC 9(9)V99.
       01  WS-MIN-APPLIED        PIC 9(9)V99.
       01  WS-LNTX-CATEGORY      PIC X(4).
       01  WS-LNTX-AMOUNT        PIC 9(9)V99.
      *    Accrual relieved by the payment being applied.
       01  WS-RELIEF-AMT         PIC 9(9)V99 VALUE 0.
       01  WS-RELIEF-DIFF        PIC S9(9)V99 VALUE 0.

      *--- Next-due date arithmetic (same clamping as LOANMGR) ---
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
       01  WS-POSTED-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-CREDITS-RETURNED   PIC 9(7) VALUE 0.
       01  WS-RETURNED-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOANS-PAID         PIC 9(7) VALUE 0.
       01  WS-LOANS-PAID-TOTAL   PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-EXCEPTIONS    PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
               END-IF
           END-IF

      *    A site without a loan master has nothing to apply loan
      *    credits to; they are returned as not found.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-OK
               SET WS-LOAN-IS-OPEN TO TRUE
           END-IF

           OPEN EXTEND LNTX-FILE
           IF WS-LNTX-OK
               SET WS-LNTX-IS-OPEN TO TRUE
           ELSE
               IF WS-LNTX-FILE-MISSING
                   OPEN OUTPUT LNTX-FILE
                   IF WS-LNTX-OK
                       SET WS-LNTX-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN EXTEND ACRL-FILE
           IF WS-ACRL-OK
               SET WS-ACRL-IS-OPEN TO TRUE
           ELSE
               IF WS-ACRL-FILE-MISSING
                   OPEN OUTPUT ACRL-FILE
                   IF WS-ACRL-OK
                       SET WS-ACRL-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

      *    Collateral is released as loans pay off. A site that has
      *    never pledged anything has no register.
           OPEN I-O COLL-FILE
           IF WS-COLL-OK
               SET WS-COLL-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-COLL-FILE-MISSING
                   DISPLAY "WARNING: Cannot open collateral file: "
                       WS-COLL-STATUS
               END-IF
           END-IF

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
           DISPLAY "  Credits posted:   " WS-CREDITS-POSTED
           MOVE WS-POSTED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount posted:    " WS-DISP-AMT
           DISPLAY "  Loan payments:    " WS-LOANS-PAID
           MOVE WS-LOANS-PAID-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount to loans:  " WS-DISP-AMT
           DISPLAY "  Credits returned: " WS-CREDITS-RETURNED
           MOVE WS-RETURNED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount returned:  " WS-DISP-AMT
           DISPLAY "  Returns file:     data/PAYIN-RET.dat"
           IF WS-EXC-IS-OPEN
               DISPLAY "  Loan exceptions:  " WS-LOAN-EXCEPTIONS
               DISPLAY "  Exceptions file:  " WS-EXC-FILENAME
           END-IF
           DISPLAY "========================================="

           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
           END-IF
           IF WS-LOAN-IS-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF WS-LNTX-IS-OPEN
               CLOSE LNTX-FILE
           END-IF
           IF WS-ACRL-IS-OPEN
               CLOSE ACRL-FILE
           END-IF
           IF WS-EXC-IS-OPEN
               CLOSE EXC-FILE
           END-IF
           IF WS-COLL-IS-OPEN
               CLOSE COLL-FILE
               MOVE 0 TO WS-COLL-OPEN-FLAG
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
           END-IF
               GO TO POST-ONE-CREDIT-EXIT
           END-IF

      *    A number in the loan series that is on the loan master
      *    is a loan payment. One on neither master is a loan
      *    number the borrower got wrong.
           IF CR-ACCT-NO NOT < WS-LOAN-FLOOR
               IF WS-LOAN-IS-OPEN
                   MOVE CR-ACCT-NO TO LOAN-NO
                   READ LOAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM POST-LOAN-CREDIT
                               THRU POST-LOAN-CREDIT-EXIT
                           GO TO POST-ONE-CREDIT-EXIT
                   END-READ
               END-IF
               MOVE CR-ACCT-NO TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "LOAN NOT FOUND" TO RET-REASON
                       PERFORM RETURN-LOAN-CREDIT
                           THRU RETURN-LOAN-CREDIT-EXIT
                       GO TO POST-ONE-CREDIT-EXIT
               END-READ
           END-IF

           PERFORM VALIDATE-ACCT-NO-CHECK-DIGIT
               THRU VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT
           IF NOT WS-CD-VALID
       POST-ONE-CREDIT-EXIT.
           EXIT.

      *    Applies the credit to the loan just read: late charges
      *    first, then interest, then the escrow payment, the rest
      *    to principal - LOANMGR's split, except that nothing is
      *    trimmed: a credit over the scheduled payment reduces
      *    principal further, and one beyond the whole payoff goes
      *    back rather than leave a credit balance on the loan.
       POST-LOAN-CREDIT.
           IF NOT LOAN-IS-ACTIVE
               MOVE "LOAN NOT ACTIVE" TO RET-REASON
               PERFORM RETURN-LOAN-CREDIT
                   THRU RETURN-LOAN-CREDIT-EXIT
               GO TO POST-LOAN-CREDIT-EXIT
           END-IF
      *    Late-charge, escrow and line fields on older records
      *    read as zero.
           IF LOAN-FEE-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-BAL
           END-IF
           IF LOAN-FEE-PAID NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-PAID
           END-IF
           IF LOAN-ESCROW-PMT NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-PMT
           END-IF
           IF LOAN-ESCROW-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-BAL
           END-IF
           IF LOAN-INT-DUE NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-DUE
           END-IF
           MOVE WS-TXN-AMT TO WS-PAY-AMT

           COMPUTE WS-INT-PORTION ROUNDED =
               LOAN-BALANCE * (LOAN-RATE / 100) / 12
      *    On a line the interest is what the statements billed.
           IF LOAN-IS-REVOLVING
               MOVE LOAN-INT-DUE TO WS-INT-PORTION
           END-IF
           IF WS-PAY-AMT >
               (LOAN-FEE-BAL + LOAN-BALANCE + WS-INT-PORTION
               + LOAN-ESCROW-PMT)
               MOVE "EXCEEDS LOAN PAYOFF" TO RET-REASON
               PERFORM RETURN-LOAN-CREDIT
                   THRU RETURN-LOAN-CREDIT-EXIT
               GO TO POST-LOAN-CREDIT-EXIT
           END-IF
           IF WS-PAY-AMT < LOAN-FEE-BAL
               MOVE WS-PAY-AMT TO WS-FEE-PORTION
           ELSE
               MOVE LOAN-FEE-BAL TO WS-FEE-PORTION
           END-IF
           IF WS-PAY-AMT - WS-FEE-PORTION < WS-INT-PORTION
               COMPUTE WS-INT-PORTION =
                   WS-PAY-AMT - WS-FEE-PORTION
           END-IF
           MOVE LOAN-ESCROW-PMT TO WS-ESC-PORTION
           IF WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
               < WS-ESC-PORTION
               COMPUTE WS-ESC-PORTION =
                   WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
           END-IF
           COMPUTE WS-PRIN-PORTION =
               WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
               - WS-ESC-PORTION

      *    Apply to the loan record.
           SUBTRACT WS-FEE-PORTION FROM LOAN-FEE-BAL
           ADD WS-FEE-PORTION  TO LOAN-FEE-PAID
           SUBTRACT WS-PRIN-PORTION FROM LOAN-BALANCE
           ADD WS-PRIN-PORTION TO LOAN-PAID-PRINC
           ADD WS-INT-PORTION  TO LOAN-PAID-INT
           ADD WS-ESC-PORTION  TO LOAN-ESCROW-BAL
           MOVE WS-TODAY-DATE  TO LOAN-LAST-PAID-DT
      *    A payment on a line settles the billed interest it
      *    covered and counts toward the minimum due.
           IF LOAN-IS-REVOLVING
               SUBTRACT WS-INT-PORTION FROM LOAN-INT-DUE
               COMPUTE WS-MIN-APPLIED = WS-PAY-AMT - WS-FEE-PORTION
                   - WS-ESC-PORTION
               IF WS-MIN-APPLIED < LOAN-PMT-AMT
                   SUBTRACT WS-MIN-APPLIED FROM LOAN-PMT-AMT
               ELSE
                   MOVE ZEROS TO LOAN-PMT-AMT
               END-IF
               IF LOAN-PMT-AMT = ZEROS
                   MOVE ZEROS TO LOAN-NEXT-DUE-DT
               END-IF
           ELSE
               IF LOAN-BALANCE = ZEROS
                   MOVE "P" TO LOAN-STATUS
               ELSE
                   MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
                   PERFORM ADD-ONE-MONTH-TO-DUE
                   MOVE WS-DUE-NUM TO LOAN-NEXT-DUE-DT
               END-IF
           END-IF
           MOVE ZEROS TO WS-RELIEF-AMT
           IF WS-INT-PORTION > ZEROS OR LOAN-IS-PAID-OFF
               PERFORM TAKE-LOAN-ACCRUAL-RELIEF
           END-IF
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               MOVE "LOAN UPDATE FAIL" TO RET-REASON
               PERFORM RETURN-LOAN-CREDIT
                   THRU RETURN-LOAN-CREDIT-EXIT
               GO TO POST-LOAN-CREDIT-EXIT
           END-IF

           MOVE "PRIN"          TO WS-LNTX-CATEGORY
           MOVE WS-PRIN-PORTION TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "INT "          TO WS-LNTX-CATEGORY
           MOVE WS-INT-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "LFEC"          TO WS-LNTX-CATEGORY
           MOVE WS-FEE-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "ESCC"          TO WS-LNTX-CATEGORY
           MOVE WS-ESC-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           PERFORM WRITE-LOAN-ACCRUAL-RELIEF
               THRU WRITE-LOAN-ACCRUAL-RELIEF-EXIT

           ADD 1 TO WS-LOANS-PAID
           ADD WS-PAY-AMT TO WS-LOANS-PAID-TOTAL
           MOVE WS-PAY-AMT TO WS-DISP-AMT
           DISPLAY "  LOAN " LOAN-NO "  " WS-DISP-AMT
               " FROM " CR-ORIG-NAME(1:20)
           IF LOAN-IS-PAID-OFF
               DISPLAY "  Loan " LOAN-NO " is PAID OFF."
               PERFORM RELEASE-LOAN-COLLATERAL
                   THRU RELEASE-LOAN-COLLATERAL-EXIT
           END-IF.
       POST-LOAN-CREDIT-EXIT.
           EXIT.

      *    Advances the date in WS-DUE-NUM by one month, clamping
      *    the day-of-month to the short months.
       ADD-ONE-MONTH-TO-DUE.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           IF WS-DUE-MM = 2 AND WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           IF WS-DUE-DD = 31
               AND (WS-DUE-MM = 4 OR 6 OR 9 OR 11)
               MOVE 30 TO WS-DUE-DD
           END-IF.

      *    Interest collected relieves the accrual INTACCR has booked
      *    on the loan, to the cent, as LOANMGR's payment does; a
      *    credit that pays the loan off relieves whatever is left.
       TAKE-LOAN-ACCRUAL-RELIEF.
           IF LOAN-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCRUED
           END-IF
           COMPUTE WS-RELIEF-AMT ROUNDED = LOAN-INT-ACCRUED
           MOVE ZEROS TO LOAN-INT-ACCRUED.

      *    Puts the relief on the accrual ledger with the interest
      *    collected and its difference from the accrual relieved.
       WRITE-LOAN-ACCRUAL-RELIEF.
           IF WS-RELIEF-AMT = ZEROS AND WS-INT-PORTION = ZEROS
               GO TO WRITE-LOAN-ACCRUAL-RELIEF-EXIT
           END-IF
           IF NOT WS-ACRL-IS-OPEN
               DISPLAY "  WARNING: Accrual ledger unavailable - "
                   "loan " LOAN-NO " relief not recorded."
               GO TO WRITE-LOAN-ACCRUAL-RELIEF-EXIT
           END-IF
           COMPUTE WS-RELIEF-DIFF = WS-INT-PORTION - WS-RELIEF-AMT
           MOVE WS-TODAY-DATE    TO ACRL-DATE
           MOVE WS-NOW-TIME      TO ACRL-TIME
           SET ACRL-IS-LOAN-RELIEF TO TRUE
           MOVE LOAN-NO          TO ACRL-REF-NO
           MOVE WS-RELIEF-AMT    TO ACRL-AMOUNT
           MOVE WS-INT-PORTION   TO ACRL-PAID-AMT
           MOVE WS-RELIEF-DIFF   TO ACRL-DIFF-AMT
           MOVE "0001"           TO ACRL-BRANCH
           MOVE "USD"            TO ACRL-CURRENCY
           MOVE "PAYIN"          TO ACRL-SOURCE
           WRITE ACRL-REC
           IF NOT WS-ACRL-OK
               DISPLAY "  WARNING: Accrual ledger write failed - "
                   "status " WS-ACRL-STATUS
           END-IF.
       WRITE-LOAN-ACCRUAL-RELIEF-EXIT.
           EXIT.

      *    Appends one leg of the payment to the loan activity
      *    journal GLEXTR posts the loan book from. No deposit
      *    account settled it, so the account is zero. A zero
      *    amount is not written.
       LOG-LOAN-ACTIVITY.
           IF WS-LNTX-AMOUNT = ZEROS
               GO TO LOG-LOAN-ACTIVITY-EXIT
           END-IF
           IF NOT WS-LNTX-IS-OPEN
               DISPLAY "  WARNING: Loan journal unavailable - "
                   LOAN-NO " " WS-LNTX-CATEGORY " not journaled."
               GO TO LOG-LOAN-ACTIVITY-EXIT
           END-IF
           MOVE LOAN-NO          TO LNTX-LOAN-NO
           MOVE WS-TODAY-DATE    TO LNTX-DATE
           MOVE WS-NOW-TIME      TO LNTX-TIME
           MOVE WS-LNTX-CATEGORY TO LNTX-CATEGORY
           MOVE WS-LNTX-AMOUNT   TO LNTX-AMOUNT
           MOVE ZEROS            TO LNTX-ACCT-NO
           MOVE "PAYIN"          TO LNTX-SOURCE
           MOVE WS-RUN-ID        TO LNTX-RUN-ID
           WRITE LNTX-REC
           IF NOT WS-LNTX-OK
               DISPLAY "  WARNING: Loan journal write failed - "
                   LOAN-NO " status " WS-LNTX-STATUS
           END-IF.
       LOG-LOAN-ACTIVITY-EXIT.
           EXIT.

      *    A loan-addressed credit that could not be applied goes
      *    back to the correspondent like any other, and onto the
      *    loan exceptions report, created on first use.
       RETURN-LOAN-CREDIT.
           PERFORM RETURN-THIS-CREDIT
           ADD 1 TO WS-LOAN-EXCEPTIONS
           PERFORM OPEN-EXC-FILE THRU OPEN-EXC-FILE-EXIT
           IF NOT WS-EXC-IS-OPEN
               GO TO RETURN-LOAN-CREDIT-EXIT
           END-IF
           MOVE SPACES TO WS-EXC-LINE
           MOVE CR-AMOUNT TO WS-DISP-AMT
           STRING "LOAN " CR-ACCT-NO " " CR-ORIG-NAME(1:20)
               " " WS-DISP-AMT
               " - " RET-REASON
               DELIMITED BY SIZE INTO WS-EXC-LINE
           END-STRING
           MOVE WS-EXC-LINE TO EXC-REC
           WRITE EXC-REC.
       RETURN-LOAN-CREDIT-EXIT.
           EXIT.

       OPEN-EXC-FILE.
           IF WS-EXC-IS-OPEN
               GO TO OPEN-EXC-FILE-EXIT
           END-IF
           STRING "data/PAYIN-EXC-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EXC-FILENAME
           END-STRING
           OPEN OUTPUT EXC-FILE
           IF WS-EXC-OK
               SET WS-EXC-IS-OPEN TO TRUE
               MOVE "INCOMING CREDITS - LOAN PAYMENTS NOT APPLIED"
                   TO EXC-REC
               WRITE EXC-REC
               MOVE SPACES TO WS-EXC-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-EXC-LINE
               END-STRING
               MOVE WS-EXC-LINE TO EXC-REC
               WRITE EXC-REC
               MOVE SPACES TO EXC-REC
               WRITE EXC-REC
           END-IF.
       OPEN-EXC-FILE-EXIT.
           EXIT.

      *    A loan the credit paid off whose collateral could not all
      *    be released goes on the exceptions report; the payment
      *    itself stands.
       NOTE-COLLATERAL-HELD.
           ADD 1 TO WS-LOAN-EXCEPTIONS
           PERFORM OPEN-EXC-FILE THRU OPEN-EXC-FILE-EXIT
           IF NOT WS-EXC-IS-OPEN
               GO TO NOTE-COLLATERAL-HELD-EXIT
           END-IF
           MOVE SPACES TO WS-EXC-LINE
           STRING "LOAN " LOAN-NO " PAID OFF - "
               WS-PLEDGE-FAIL-COUNT " COLLATERAL ITEM(S) STILL HELD,"
               " RELEASE IN LOANMGR"
               DELIMITED BY SIZE INTO WS-EXC-LINE
           END-STRING
           MOVE WS-EXC-LINE TO EXC-REC
           WRITE EXC-REC.
       NOTE-COLLATERAL-HELD-EXIT.
           EXIT.

      *    A loan paid off releases every item still held against
      *    it, as a payoff keyed in LOANMGR does, and the borrower's
      *    lien-release notice lists them
      *    (data/LIENREL-<loan>-<date>.txt). An item whose pledged
      *    account is in use at a terminal stays held, and the loan
      *    goes on the loan exceptions report to be released from the
      *    LOANMGR collateral menu.
       RELEASE-LOAN-COLLATERAL.
           MOVE ZEROS TO WS-RELEASE-COUNT
           MOVE ZEROS TO WS-PLEDGE-FAIL-COUNT
           IF NOT WS-COLL-IS-OPEN
      *        No register at all means nothing was ever pledged.
               IF NOT WS-COLL-FILE-MISSING
                   DISPLAY "  WARNING: Collateral file unavailable - "
                       "loan " LOAN-NO " collateral not released."
                   ADD 1 TO WS-PLEDGE-FAIL-COUNT
                   PERFORM NOTE-COLLATERAL-HELD
                       THRU NOTE-COLLATERAL-HELD-EXIT
               END-IF
               GO TO RELEASE-LOAN-COLLATERAL-EXIT
           END-IF
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM RELEASE-NEXT-COLLATERAL
               THRU RELEASE-NEXT-COLLATERAL-EXIT
               UNTIL WS-COLL-AT-EOF
           PERFORM CLOSE-LIEN-NOTICE THRU CLOSE-LIEN-NOTICE-EXIT
           IF WS-RELEASE-COUNT > ZEROS
               DISPLAY "  Loan " LOAN-NO " collateral released: "
                   WS-RELEASE-COUNT
           END-IF
           IF WS-PLEDGE-FAIL-COUNT > ZEROS
               PERFORM NOTE-COLLATERAL-HELD
                   THRU NOTE-COLLATERAL-HELD-EXIT
           END-IF.
       RELEASE-LOAN-COLLATERAL-EXIT.
           EXIT.

       RELEASE-NEXT-COLLATERAL.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO RELEASE-NEXT-COLLATERAL-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO RELEASE-NEXT-COLLATERAL-EXIT
           END-IF
           IF COLL-IS-ACTIVE
               PERFORM RELEASE-ONE-COLLATERAL
                   THRU RELEASE-ONE-COLLATERAL-EXIT
           END-IF.
       RELEASE-NEXT-COLLATERAL-EXIT.
           EXIT.

      *    Releases the item in COLL-REC: a deposit pledge comes
      *    off the pledged account's restraint first (an account
      *    since closed and purged has nothing left to release),
      *    then the item is marked released and goes on the notice.
       RELEASE-ONE-COLLATERAL.
           IF COLL-IS-DEPOSIT AND COLL-PLEDGE-AMT > ZEROS
               MOVE COLL-PLEDGE-ACCT TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "  WARNING: Account " COLL-PLEDGE-ACCT
                       " in use - loan " LOAN-NO " item " COLL-SEQ
                       " still held."
                   ADD 1 TO WS-PLEDGE-FAIL-COUNT
                   GO TO RELEASE-ONE-COLLATERAL-EXIT
               END-IF
               IF WS-ACCT-OK
                   IF ACCT-PLEDGE-AMT NOT NUMERIC
                       MOVE ZEROS TO ACCT-PLEDGE-AMT
                   END-IF
                   IF ACCT-PLEDGE-AMT >= COLL-PLEDGE-AMT
                       SUBTRACT COLL-PLEDGE-AMT FROM ACCT-PLEDGE-AMT
                   ELSE
                       MOVE ZEROS TO ACCT-PLEDGE-AMT
                   END-IF
                   REWRITE ACCT-REC
                   IF NOT WS-ACCT-OK
                       DISPLAY "  WARNING: Pledge not lifted on "
                           "account " COLL-PLEDGE-ACCT " - status "
                           WS-ACCT-STATUS
                       UNLOCK ACCT-FILE
                       ADD 1 TO WS-PLEDGE-FAIL-COUNT
                       GO TO RELEASE-ONE-COLLATERAL-EXIT
                   END-IF
                   UNLOCK ACCT-FILE
               END-IF
           END-IF
           MOVE "R" TO COLL-STATUS
           MOVE WS-TODAY-DATE TO COLL-RELEASE-DT
           REWRITE COLL-REC
           IF NOT WS-COLL-OK
               DISPLAY "  ERROR: Loan " LOAN-NO " item " COLL-SEQ
                   " not released - status " WS-COLL-STATUS
               ADD 1 TO WS-PLEDGE-FAIL-COUNT
               GO TO RELEASE-ONE-COLLATERAL-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           PERFORM WRITE-LIEN-RELEASE-ITEM
               THRU WRITE-LIEN-RELEASE-ITEM-EXIT.
       RELEASE-ONE-COLLATERAL-EXIT.
           EXIT.

      *    The lien-release notice is opened with the first item
      *    released and closed once the last one is on it - the
      *    same notice LOANMGR prints.
       OPEN-LIEN-NOTICE.
           MOVE SPACES TO WS-LIEN-FILENAME
           STRING "data/LIENREL-" LOAN-NO "-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-LIEN-FILENAME
           END-STRING
           OPEN OUTPUT LIEN-FILE
           IF NOT WS-LIEN-OK
               DISPLAY "  WARNING: Could not open lien-release "
                   "notice for loan " LOAN-NO "."
               GO TO OPEN-LIEN-NOTICE-EXIT
           END-IF
           SET WS-LIEN-IS-OPEN TO TRUE
           MOVE "=======================================" TO LIEN-REC
           WRITE LIEN-REC
           MOVE "  COBOL BANK LEDGER  LIEN RELEASE NOTICE" TO LIEN-REC
           WRITE LIEN-REC
           MOVE "=======================================" TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "  Release date:   " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "  Loan number:    " LOAN-NO
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "  Borrower:       " LOAN-NAME
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "  Paid in full:   " LOAN-LAST-PAID-DT
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO LIEN-REC
           WRITE LIEN-REC
           MOVE "  The bank releases its lien on the collateral"
               TO LIEN-REC
           WRITE LIEN-REC
           MOVE "  listed below." TO LIEN-REC
           WRITE LIEN-REC.
       OPEN-LIEN-NOTICE-EXIT.
           EXIT.

       WRITE-LIEN-RELEASE-ITEM.
           IF NOT WS-LIEN-IS-OPEN
               PERFORM OPEN-LIEN-NOTICE THRU OPEN-LIEN-NOTICE-EXIT
           END-IF
           IF NOT WS-LIEN-IS-OPEN
               GO TO WRITE-LIEN-RELEASE-ITEM-EXIT
           END-IF
           EVALUATE TRUE
               WHEN COLL-IS-REAL-ESTATE
                   MOVE "REAL ESTATE" TO WS-COLL-TYPE-DESC
               WHEN COLL-IS-VEHICLE
                   MOVE "VEHICLE"     TO WS-COLL-TYPE-DESC
               WHEN COLL-IS-DEPOSIT
                   MOVE "DEPOSIT"     TO WS-COLL-TYPE-DESC
               WHEN OTHER
                   MOVE "OTHER"       TO WS-COLL-TYPE-DESC
           END-EVALUATE
           MOVE SPACES TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "  Item " COLL-SEQ ":  " WS-COLL-TYPE-DESC
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           STRING "    " COLL-DESC
               DELIMITED BY SIZE INTO WS-LIEN-LINE
           END-STRING
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC
           MOVE SPACES TO WS-LIEN-LINE
           IF COLL-IS-DEPOSIT
               MOVE COLL-PLEDGE-AMT TO WS-DISP-AMT
               STRING "    Pledge of " WS-DISP-AMT " on account "
                   COLL-PLEDGE-ACCT " released"
                   DELIMITED BY SIZE INTO WS-LIEN-LINE
               END-STRING
           ELSE
               STRING "    Lien position " COLL-LIEN-POS
                   " released"
                   DELIMITED BY SIZE INTO WS-LIEN-LINE
               END-STRING
           END-IF
           MOVE WS-LIEN-LINE TO LIEN-REC
           WRITE LIEN-REC.
       WRITE-LIEN-RELEASE-ITEM-EXIT.
           EXIT.

       CLOSE-LIEN-NOTICE.
           IF NOT WS-LIEN-IS-OPEN
               GO TO CLOSE-LIEN-NOTICE-EXIT
           END-IF
           MOVE SPACES TO LIEN-REC
           WRITE LIEN-REC
           MOVE "  Title and lien documents held for these items"
               TO LIEN-REC
           WRITE LIEN-REC
           MOVE "  will be returned or released of record." TO LIEN-REC
           WRITE LIEN-REC
           CLOSE LIEN-FILE
           MOVE 0 TO WS-LIEN-OPEN-FLAG
           DISPLAY "  Lien-release notice: " WS-LIEN-FILENAME.
       CLOSE-LIEN-NOTICE-EXIT.
           EXIT.

       RETURN-THIS-CREDIT.
           MOVE CR-ROUTING   TO RET-ROUTING
           MOVE CR-ACCT-NO   TO RET-ACCT-NO

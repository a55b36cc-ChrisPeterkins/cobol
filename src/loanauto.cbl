      * LOANAUTO - Loan Autopay Batch Job                              *
      * Nightly step. For every active loan whose autopay flag is set  *
      * and whose LOAN-NEXT-DUE-DT has arrived, debits LOAN-PMT-AMT    *
      * plus any late charges owed from the funded deposit account     *
      * (respecting available funds and uncollected holds), applies    *
      * the same late fee/interest/principal split LOANMGR posts by    *
      * hand, advances the due date, and journals the withdrawal legs  *
      * (and the same split on the loan activity journal for GLEXTR).  *
      * Loans where the debit could not be taken go on the failure     *
      * report so the branch calls the borrower before the 30-day      *
      * delinquency bucket. A loan carrying escrow is debited its      *
      * escrow payment as well, credited to LOAN-ESCROW-BAL. On a      *
      * revolving line the debit is the minimum due, applied to the    *
      * interest LOCCYCLE billed before principal.                     *
      * Interest a debit collects relieves the accrual INTACCR has     *
      * booked on the loan, as a payment keyed in LOANMGR does, on     *
      * the accrual ledger (data/ACCRUAL.dat).                         *
      * A debit that pays the loan off releases its collateral and     *
      * deposit pledges and prints the lien-release notice, as a       *
      * payoff keyed in LOANMGR does; a loan whose collateral could    *
      * not all be released goes on the failure report.                *
      * RUNBACK backs out a run's account debits; the loan payments    *
      * are listed on the back-out report for loan servicing to        *
      * correct by hand.                                               *
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

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.


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
       FD  LOAN-FILE.
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  CUST-FILE.
       COPY CUST-REC.


       FD  COLL-FILE.
       COPY COLL-REC.

       FD  LIEN-FILE.
       01  LIEN-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

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

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(80).


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

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.
       01  WS-PAY-AMT            PIC 9(9)V99.
       01  WS-INT-PORTION        PIC 9(9)V99.
       01  WS-PRIN-PORTION       PIC 9(9)V99.
       01  WS-FEE-PORTION        PIC 9(9)V99.
       01  WS-ESC-PORTION        PIC 9(9)V99.
       01  WS-AVAIL-BAL          PIC S9(9)V99.
       01  WS-FAIL-REASON        PIC X(22).
       01  WS-LNTX-CATEGORY      PIC X(4).
       01  WS-LNTX-AMOUNT        PIC 9(9)V99.
      *    Accrual relieved by the debit being applied.
       01  WS-RELIEF-AMT         PIC 9(9)V99 VALUE 0.
       01  WS-RELIEF-DIFF        PIC S9(9)V99 VALUE 0.

      *    Customer master, opened lazily for the deceased-holder
      *    check; a site without one simply skips the check.
               END-IF
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
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
           END-IF
           IF WS-LNTX-IS-OPEN
               CLOSE LNTX-FILE
           END-IF
           IF WS-ACRL-IS-OPEN
               CLOSE ACRL-FILE
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
           END-IF
           IF WS-COLL-IS-OPEN
               CLOSE COLL-FILE
               MOVE 0 TO WS-COLL-OPEN-FLAG
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
           END-IF
                       THRU REPORT-FAILED-DEBIT-EXIT
               GO TO PAY-ONE-LOAN-EXIT
           END-IF
           IF LOAN-PMT-AMT < 0.01
               MOVE "NO PAYMENT AMOUNT" TO WS-FAIL-REASON
               PERFORM REPORT-FAILED-DEBIT
                       THRU REPORT-FAILED-DEBIT-EXIT
               GO TO PAY-ONE-LOAN-EXIT
           END-IF
      *    Late-charge fields on older records read as zero.
           IF LOAN-FEE-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-BAL
           END-IF
           IF LOAN-FEE-ASSESSED NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-ASSESSED
           END-IF
           IF LOAN-FEE-PAID NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-PAID
           END-IF
           IF LOAN-LATE-DUE-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-LATE-DUE-DT
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
           COMPUTE WS-PAY-AMT =
               LOAN-PMT-AMT + LOAN-ESCROW-PMT + LOAN-FEE-BAL

      *    Split: late charges first, then interest, then the
      *    escrow payment, remainder to principal. A final payment
      *    larger than late charges + balance + interest + escrow
      *    trims to payoff.
           MOVE LOAN-FEE-BAL TO WS-FEE-PORTION
           COMPUTE WS-INT-PORTION ROUNDED =
               LOAN-BALANCE * (LOAN-RATE / 100) / 12
      *    On a line the interest is what the statements billed.
           IF LOAN-IS-REVOLVING
               MOVE LOAN-INT-DUE TO WS-INT-PORTION
           END-IF
           IF WS-PAY-AMT >
               (LOAN-FEE-BAL + LOAN-BALANCE + WS-INT-PORTION
               + LOAN-ESCROW-PMT)
               COMPUTE WS-PAY-AMT =
                   LOAN-FEE-BAL + LOAN-BALANCE + WS-INT-PORTION
                   + LOAN-ESCROW-PMT
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

           MOVE LOAN-FUND-ACCT TO ACCT-NO
           READ ACCT-FILE
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF WS-AVAIL-BAL < WS-PAY-AMT
               MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
               PERFORM REPORT-FAILED-DEBIT
           PERFORM LOG-PAYMENT-TXNS THRU LOG-PAYMENT-TXNS-EXIT

      *    Apply to the loan record.
           SUBTRACT WS-FEE-PORTION FROM LOAN-FEE-BAL
           ADD WS-FEE-PORTION  TO LOAN-FEE-PAID
           SUBTRACT WS-PRIN-PORTION FROM LOAN-BALANCE
           ADD WS-PRIN-PORTION TO LOAN-PAID-PRINC
           ADD WS-INT-PORTION  TO LOAN-PAID-INT
           ADD WS-ESC-PORTION  TO LOAN-ESCROW-BAL
           MOVE WS-TODAY-DATE  TO LOAN-LAST-PAID-DT
      *    A line's minimum is met in full - nothing is due until
      *    the next statement, and a line paid to zero stays open.
           IF LOAN-IS-REVOLVING
               SUBTRACT WS-INT-PORTION FROM LOAN-INT-DUE
               MOVE ZEROS TO LOAN-PMT-AMT
               MOVE ZEROS TO LOAN-NEXT-DUE-DT
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
               GO TO PAY-ONE-LOAN-EXIT
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
           ADD WS-PAY-AMT TO WS-PAID-TOTAL
           MOVE WS-PAY-AMT TO WS-DISP-AMT
               " from " LOAN-FUND-ACCT
           IF LOAN-IS-PAID-OFF
               DISPLAY "  Loan " LOAN-NO " is PAID OFF."
               PERFORM RELEASE-LOAN-COLLATERAL
                   THRU RELEASE-LOAN-COLLATERAL-EXIT
           END-IF.
       PAY-ONE-LOAN-EXIT.
           EXIT.

      *    Interest collected relieves the accrual INTACCR has booked
      *    on the loan, to the cent, as LOANMGR's payment does; a
      *    debit that pays the loan off relieves whatever is left.
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
           MOVE "LOANAUTO"       TO ACRL-SOURCE
           WRITE ACRL-REC
           IF NOT WS-ACRL-OK
               DISPLAY "  WARNING: Accrual ledger write failed - "
                   "status " WS-ACRL-STATUS
           END-IF.
       WRITE-LOAN-ACCRUAL-RELIEF-EXIT.
           EXIT.

      *    Same lazy-open check STORDRUN and PAYOUT run before an
      *    unattended debit.
       CHECK-HOLDER-DECEASED.
       CHECK-HOLDER-DECEASED-EXIT.
           EXIT.

      *    One line per failed debit on the branch call list,
      *    creating the report on first use.
       REPORT-FAILED-DEBIT.
           ADD 1 TO WS-LOANS-FAILED
           DISPLAY "  FAILED " LOAN-NO " - " WS-FAIL-REASON
           PERFORM OPEN-FAILURE-REPORT THRU OPEN-FAILURE-REPORT-EXIT
           IF NOT WS-RPT-IS-OPEN
               GO TO REPORT-FAILED-DEBIT-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
       REPORT-FAILED-DEBIT-EXIT.
           EXIT.

       OPEN-FAILURE-REPORT.
           IF WS-RPT-IS-OPEN
               GO TO OPEN-FAILURE-REPORT-EXIT
           END-IF
           STRING "data/LOANAUTO-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "LOAN AUTOPAY - FAILED DEBITS" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
           END-IF.
       OPEN-FAILURE-REPORT-EXIT.
           EXIT.

      *    The payment stands; the branch releases what is still
      *    held once the pledged account is free. Not a failed
      *    debit, so it is not counted as one.
       NOTE-COLLATERAL-HELD.
           PERFORM OPEN-FAILURE-REPORT THRU OPEN-FAILURE-REPORT-EXIT
           IF NOT WS-RPT-IS-OPEN
               GO TO NOTE-COLLATERAL-HELD-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN " LOAN-NO " PAID OFF - "
               WS-PLEDGE-FAIL-COUNT " COLLATERAL ITEM(S) STILL HELD,"
               " RELEASE IN LOANMGR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           MOVE WS-RPT-LINE TO RPT-REC
           WRITE RPT-REC.
       NOTE-COLLATERAL-HELD-EXIT.
           EXIT.

      *    A loan paid off releases every item still held against
      *    it, as a payoff keyed in LOANMGR does, and the borrower's
      *    lien-release notice lists them
      *    (data/LIENREL-<loan>-<date>.txt). An item whose pledged
      *    account is in use at a terminal stays held, and the loan
      *    goes on the failure report to be released from the LOANMGR
      *    collateral menu.
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

      *    Journals the legs of the account-debited payment -
      *    principal, interest, any late charges and the escrow
      *    payment - the same split LOANMGR writes by hand.
       LOG-PAYMENT-TXNS.
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "  WARNING: Account debited but journal "
                   DISPLAY "  WARNING: Interest leg journal "
                       "failed."
               END-IF
           END-IF
           IF WS-FEE-PORTION > ZEROS
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE LOAN-FUND-ACCT    TO TXN-ACCT-NO
               MOVE "W"               TO TXN-TYPE
               MOVE WS-FEE-PORTION    TO TXN-AMOUNT
               MOVE WS-TODAY-DATE     TO TXN-DATE
               MOVE WS-NOW-TIME       TO TXN-TIME
               MOVE "LOAN PMT LATE FEE" TO TXN-DESC
               MOVE "C"               TO TXN-STATUS
               MOVE ZEROS             TO TXN-XFER-ACCT
               MOVE ZEROS             TO TXN-REF-ID
               MOVE SPACES            TO TXN-OPERATOR-ID
               MOVE ACCT-CURRENCY     TO TXN-CURRENCY
               MOVE "LOAN"            TO TXN-CATEGORY
               MOVE ZEROS             TO TXN-FX-RATE
               MOVE SPACES            TO TXN-OVERRIDE-ID
               MOVE ZEROS             TO TXN-CHECK-NO
               MOVE WS-RUN-ID         TO TXN-RUN-ID
               MOVE ACCT-BRANCH       TO TXN-BRANCH
               MOVE SPACES            TO TXN-XFER-BRANCH
               MOVE TXN-DATE          TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   ADD 1 TO WS-NEXT-TXN-ID
                   ADD 1 TO WS-RUN-TXN-COUNT
                   ADD WS-FEE-PORTION TO WS-RUN-TXN-TOTAL
                   PERFORM PERSIST-NEXT-TXN-ID
                       THRU PERSIST-NEXT-TXN-ID-EXIT
               ELSE
                   DISPLAY "  WARNING: Late fee leg journal "
                       "failed."
               END-IF
           END-IF
           IF WS-ESC-PORTION > ZEROS
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE LOAN-FUND-ACCT    TO TXN-ACCT-NO
               MOVE "W"               TO TXN-TYPE
               MOVE WS-ESC-PORTION    TO TXN-AMOUNT
               MOVE WS-TODAY-DATE     TO TXN-DATE
               MOVE WS-NOW-TIME       TO TXN-TIME
               MOVE "LOAN PMT ESCROW" TO TXN-DESC
               MOVE "C"               TO TXN-STATUS
               MOVE ZEROS             TO TXN-XFER-ACCT
               MOVE ZEROS             TO TXN-REF-ID
               MOVE SPACES            TO TXN-OPERATOR-ID
               MOVE ACCT-CURRENCY     TO TXN-CURRENCY
               MOVE "LOAN"            TO TXN-CATEGORY
               MOVE ZEROS             TO TXN-FX-RATE
               MOVE SPACES            TO TXN-OVERRIDE-ID
               MOVE ZEROS             TO TXN-CHECK-NO
               MOVE WS-RUN-ID         TO TXN-RUN-ID
               MOVE ACCT-BRANCH       TO TXN-BRANCH
               MOVE SPACES            TO TXN-XFER-BRANCH
               MOVE TXN-DATE          TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   ADD 1 TO WS-NEXT-TXN-ID
                   ADD 1 TO WS-RUN-TXN-COUNT
                   ADD WS-ESC-PORTION TO WS-RUN-TXN-TOTAL
                   PERFORM PERSIST-NEXT-TXN-ID
                       THRU PERSIST-NEXT-TXN-ID-EXIT
               ELSE
                   DISPLAY "  WARNING: Escrow leg journal "
                       "failed."
               END-IF
           END-IF.
       LOG-PAYMENT-TXNS-EXIT.
           EXIT.

      *    Appends one leg of the payment to the loan activity
      *    journal GLEXTR posts the loan book from. A zero amount
      *    is not written.
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
           MOVE LOAN-FUND-ACCT   TO LNTX-ACCT-NO
           MOVE "LOANAUTO"       TO LNTX-SOURCE
           MOVE WS-RUN-ID        TO LNTX-RUN-ID
           WRITE LNTX-REC
           IF NOT WS-LNTX-OK
               DISPLAY "  WARNING: Loan journal write failed - "
                   LOAN-NO " status " WS-LNTX-STATUS
           END-IF.
       LOG-LOAN-ACTIVITY-EXIT.
           EXIT.

      * completed in TRANSACTIONS.dat, flagging the book as out of     *
      * balance when the two totals disagree. Unlike DAYEND, which     *
      * reconciles one account/one day at a time, this looks at the    *
      * book as a whole, across all history. The loan subledger is     *
      * cross-footed the same way: the summed LOAN-BALANCE against     *
      * originations (LOAN-PRINCIPAL) plus interest capitalized by     *
      * deferrals (LOAN-CAP-INT) less principal collected              *
      * (LOAN-PAID-PRINC), and the late charges owed against those     *
      * assessed less those collected.                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

           88  WS-TXN-EOF             VALUE "10".
           88  WS-TXN-FILE-MISSING    VALUE "35".

       01  WS-LOAN-STATUS         PIC XX.
           88  WS-LOAN-OK             VALUE "00".
           88  WS-LOAN-EOF            VALUE "10".
           88  WS-LOAN-FILE-MISSING   VALUE "35".
       01  WS-LOAN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF          VALUE 1.
       01  WS-LOAN-FILE-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-BOOK-PRESENT    VALUE 1.

       01  WS-ACCT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN        VALUE 1.
       01  WS-ACCT-EOF-FLAG       PIC 9 VALUE 0.
       01  WS-TXN-APPLIED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-DISCREPANCY          PIC S9(11)V99 VALUE ZEROS.

      *--- Loan subledger accumulators ---
       01  WS-LOAN-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-LOAN-BAL-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-ORIG-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-COLL-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-CAP-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-EXPECTED        PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-DISCREPANCY     PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-ONE-EXPECTED    PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-OFF-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-LOAN-FEE-BAL-TOTAL   PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-FEE-ASSD-TOTAL  PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-FEE-PAID-TOTAL  PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-FEE-DISCREPANCY PIC S9(11)V99 VALUE ZEROS.
       01  WS-LOAN-ONE-FEE-EXP     PIC S9(11)V99 VALUE ZEROS.

       01  WS-DISP-AMT             PIC $$$,$$$,$$9.99-.

      *--- Persistent report file ---
           PERFORM SUM-ACCOUNT-BALANCES
           PERFORM SUM-TRANSACTION-ACTIVITY
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM SUM-LOAN-BOOK
           IF WS-LOAN-BOOK-PRESENT
               PERFORM PRINT-LOAN-CROSS-FOOT
           END-IF

           PERFORM CLOSE-RPT-FILE
           STOP RUN.
                   TO WS-RPT-LINE
               PERFORM LOG-RPT-LINE
           END-IF.

      *    Loan subledger: every loan on file, whatever its status,
      *    should carry a balance equal to what was advanced less
      *    the principal collected on it, and late charges owed
      *    equal to those assessed less those collected. A loan
      *    that does not is named here so it can be traced.
       SUM-LOAN-BOOK.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-OK
               SET WS-LOAN-BOOK-PRESENT TO TRUE
               MOVE 0 TO WS-LOAN-EOF-FLAG
               PERFORM READ-NEXT-LOAN UNTIL WS-LOAN-AT-EOF
               CLOSE LOAN-FILE
           ELSE
               IF NOT WS-LOAN-FILE-MISSING
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOAN-COUNT
                   ADD LOAN-BALANCE TO WS-LOAN-BAL-TOTAL
                   ADD LOAN-PRINCIPAL TO WS-LOAN-ORIG-TOTAL
                   ADD LOAN-PAID-PRINC TO WS-LOAN-COLL-TOTAL
                   IF LOAN-CAP-INT NOT NUMERIC
                       MOVE ZEROS TO LOAN-CAP-INT
                   END-IF
                   ADD LOAN-CAP-INT TO WS-LOAN-CAP-TOTAL
                   COMPUTE WS-LOAN-ONE-EXPECTED =
                       LOAN-PRINCIPAL + LOAN-CAP-INT - LOAN-PAID-PRINC
                   IF LOAN-BALANCE NOT = WS-LOAN-ONE-EXPECTED
                       ADD 1 TO WS-LOAN-OFF-COUNT
                       MOVE LOAN-BALANCE TO WS-DISP-AMT
                       DISPLAY "  Loan " LOAN-NO " balance "
                           WS-DISP-AMT " does not foot"
                   END-IF
                   PERFORM FOOT-ONE-LOAN-FEES
           END-READ.

      *    Late-charge fields on a record written before late
      *    charges were assessed read as zero.
       FOOT-ONE-LOAN-FEES.
           IF LOAN-FEE-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-BAL
           END-IF
           IF LOAN-FEE-ASSESSED NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-ASSESSED
           END-IF
           IF LOAN-FEE-PAID NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-PAID
           END-IF
           ADD LOAN-FEE-BAL TO WS-LOAN-FEE-BAL-TOTAL
           ADD LOAN-FEE-ASSESSED TO WS-LOAN-FEE-ASSD-TOTAL
           ADD LOAN-FEE-PAID TO WS-LOAN-FEE-PAID-TOTAL
           COMPUTE WS-LOAN-ONE-FEE-EXP =
               LOAN-FEE-ASSESSED - LOAN-FEE-PAID
           IF LOAN-FEE-BAL NOT = WS-LOAN-ONE-FEE-EXP
               ADD 1 TO WS-LOAN-OFF-COUNT
               MOVE LOAN-FEE-BAL TO WS-DISP-AMT
               DISPLAY "  Loan " LOAN-NO " late charges "
                   WS-DISP-AMT " do not foot"
           END-IF.

       PRINT-LOAN-CROSS-FOOT.
           COMPUTE WS-LOAN-EXPECTED =
               WS-LOAN-ORIG-TOTAL + WS-LOAN-CAP-TOTAL
               - WS-LOAN-COLL-TOTAL
           COMPUTE WS-LOAN-DISCREPANCY =
               WS-LOAN-BAL-TOTAL - WS-LOAN-EXPECTED

           DISPLAY SPACES
           DISPLAY "LOAN SUBLEDGER"
           MOVE "LOAN SUBLEDGER" TO WS-RPT-LINE
           PERFORM LOG-RPT-LINE
           DISPLAY "Loans on file:           " WS-LOAN-COUNT
           MOVE WS-LOAN-BAL-TOTAL TO WS-DISP-AMT
           DISPLAY "Sum of loan balances:     " WS-DISP-AMT
           STRING "Sum of loan balances:     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-ORIG-TOTAL TO WS-DISP-AMT
           DISPLAY "  Originations:           " WS-DISP-AMT
           STRING "  Originations:           " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-CAP-TOTAL TO WS-DISP-AMT
           DISPLAY "  Interest capitalized:   " WS-DISP-AMT
           STRING "  Interest capitalized:   " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-COLL-TOTAL TO WS-DISP-AMT
           DISPLAY "  Principal collected:    " WS-DISP-AMT
           STRING "  Principal collected:    " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-EXPECTED TO WS-DISP-AMT
           DISPLAY "Originations less coll.:  " WS-DISP-AMT
           STRING "Originations less coll.:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-DISCREPANCY TO WS-DISP-AMT
           DISPLAY "Loan discrepancy:         " WS-DISP-AMT
           STRING "Loan discrepancy:         " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE

           COMPUTE WS-LOAN-FEE-DISCREPANCY =
               WS-LOAN-FEE-BAL-TOTAL
               - (WS-LOAN-FEE-ASSD-TOTAL - WS-LOAN-FEE-PAID-TOTAL)
           MOVE WS-LOAN-FEE-BAL-TOTAL TO WS-DISP-AMT
           DISPLAY "Late charges owed:        " WS-DISP-AMT
           STRING "Late charges owed:        " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-FEE-ASSD-TOTAL TO WS-DISP-AMT
           DISPLAY "  Late charges assessed:  " WS-DISP-AMT
           STRING "  Late charges assessed:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-FEE-PAID-TOTAL TO WS-DISP-AMT
           DISPLAY "  Late charges collected: " WS-DISP-AMT
           STRING "  Late charges collected: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE
           MOVE WS-LOAN-FEE-DISCREPANCY TO WS-DISP-AMT
           DISPLAY "Late charge discrepancy:  " WS-DISP-AMT
           STRING "Late charge discrepancy:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM LOG-RPT-LINE

           IF WS-LOAN-DISCREPANCY = ZEROS
               AND WS-LOAN-FEE-DISCREPANCY = ZEROS
               AND WS-LOAN-OFF-COUNT = ZEROS
               DISPLAY "RESULT: Loan subledger balances."
               MOVE "RESULT: Loan subledger balances." TO WS-RPT-LINE
               PERFORM LOG-RPT-LINE
           ELSE
               DISPLAY "RESULT: *** LOAN SUBLEDGER DOES NOT "
                   "BALANCE *** (" WS-LOAN-OFF-COUNT
                   " loan(s) out)"
               MOVE "RESULT: *** LOAN SUBLEDGER DOES NOT BALANCE ***"
                   TO WS-RPT-LINE
               PERFORM LOG-RPT-LINE
           END-IF.

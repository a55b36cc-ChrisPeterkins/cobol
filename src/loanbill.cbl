      *================================================================*
      * LOANBILL - Monthly Loan Billing and Delinquency Aging Batch    *
      * Scans the loan master: produces a billing/amortization report  *
      * (payment due, interest/principal split at the current balance, *
      * plus any escrow payment and late charges owed) for every       *
      * active loan, a delinquency aging report bucketing past-due     *
      * loans at 30/60/90+ days, and the late charges LATECHG assessed *
      * over the month to the run date, from the loan activity         *
      * journal. A loan whose next installment falls beyond the cycle  *
      * (payments deferred in LOANMGR, or paid ahead) is listed, not   *
      * billed. A revolving line is billed the minimum payment its     *
      * last statements left owing, with the interest billed, the      *
      * credit limit and the credit still available, and is aged on    *
      * the same days past due.                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-FILE-MISSING  VALUE "35".
       01  WS-LNTX-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LNTX-AT-EOF        VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
       01  WS-INT-PORTION        PIC 9(9)V99.
       01  WS-PRIN-PORTION       PIC 9(9)V99.

      *--- Late charges: owed per loan, and assessed in the month
      *    to the run date (one month back, same day). ---
       01  WS-FEE-DUE            PIC 9(7)V99.
       01  WS-FEES-DUE-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       01  WS-ESC-DUE            PIC 9(7)V99.
       01  WS-ESC-DUE-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-LIMIT       PIC 9(9)V99.
       01  WS-AVAIL-CREDIT       PIC S9(11)V99.
       01  WS-FEE-FROM-DATE.
           05  WS-FEE-FROM-YYYY  PIC 9(4).
           05  WS-FEE-FROM-MM    PIC 9(2).
           05  WS-FEE-FROM-DD    PIC 9(2).
       01  WS-FEE-FROM-NUM REDEFINES WS-FEE-FROM-DATE PIC 9(8).
       01  WS-LATE-CHG-COUNT     PIC 9(5) VALUE 0.
       01  WS-LATE-CHG-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       01  WS-LATE-CHG-NAME      PIC X(30).

      *--- Billing cycle: installments due up to one month past the
      *    run date are billed; one due later has been deferred. ---
       01  WS-BILL-TO-DATE.
           05  WS-BILL-TO-YYYY   PIC 9(4).
           05  WS-BILL-TO-MM     PIC 9(2).
           05  WS-BILL-TO-DD     PIC 9(2).
       01  WS-BILL-TO-NUM REDEFINES WS-BILL-TO-DATE PIC 9(8).
       01  WS-DEFERRED-COUNT     PIC 9(5) VALUE 0.

       01  WS-BILLED-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-DUE          PIC S9(11)V99 VALUE ZEROS.
       01  WS-AGED-COUNT         PIC 9(5) VALUE 0.
           END-STRING
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-DATE TO WS-BILL-TO-NUM
           ADD 1 TO WS-BILL-TO-MM
           IF WS-BILL-TO-MM > 12
               MOVE 1 TO WS-BILL-TO-MM
               ADD 1 TO WS-BILL-TO-YYYY
           END-IF
           IF WS-BILL-TO-MM = 2 AND WS-BILL-TO-DD > 28
               MOVE 28 TO WS-BILL-TO-DD
           END-IF
           IF WS-BILL-TO-DD = 31
               AND (WS-BILL-TO-MM = 4 OR 6 OR 9 OR 11)
               MOVE 30 TO WS-BILL-TO-DD
           END-IF

           PERFORM OPEN-RPT-FILE


           PERFORM BILL-NEXT-LOAN UNTIL WS-LOAN-EOF

           PERFORM PRINT-AGING-SECTION THRU PRINT-AGING-SECTION-EXIT
           PERFORM PRINT-LATE-CHARGES THRU PRINT-LATE-CHARGES-EXIT.

       MAIN-PROGRAM-SUMMARY.
           DISPLAY SPACES
           DISPLAY "  Loans billed:       " WS-BILLED-COUNT
           DISPLAY "  Loans not due:      " WS-DEFERRED-COUNT
           MOVE WS-TOTAL-DUE TO WS-DISP-AMT
           DISPLAY "  Total payments due: " WS-DISP-AMT
           MOVE WS-FEES-DUE-TOTAL TO WS-DISP-AMT
           DISPLAY "    incl. late fees:  " WS-DISP-AMT
           MOVE WS-ESC-DUE-TOTAL TO WS-DISP-AMT
           DISPLAY "    incl. escrow:     " WS-DISP-AMT
           DISPLAY "  Loans past due:     " WS-AGE-COUNT
           MOVE WS-LATE-CHG-TOTAL TO WS-DISP-AMT
           DISPLAY "  Late charges (mo):  " WS-LATE-CHG-COUNT
               "  " WS-DISP-AMT
           DISPLAY "========================================="
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
                   CONTINUE
               NOT AT END
                   IF LOAN-IS-ACTIVE
                       EVALUATE TRUE
                           WHEN LOAN-IS-REVOLVING
                               PERFORM BILL-ONE-LINE
                           WHEN LOAN-NEXT-DUE-DT > WS-BILL-TO-NUM
                               PERFORM NOTE-DEFERRED-LOAN
                           WHEN OTHER
                               PERFORM BILL-ONE-LOAN
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Next installment beyond this cycle - payments deferred
      *    in LOANMGR, or paid ahead: nothing is due, and the loan
      *    is not past due either, so it is not aged.
       NOTE-DEFERRED-LOAN.
           ADD 1 TO WS-DEFERRED-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-NO "  " LOAN-NAME
               " NOT DUE THIS CYCLE - NEXT DUE " LOAN-NEXT-DUE-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       BILL-ONE-LOAN.
           ADD 1 TO WS-BILLED-COUNT
           ADD LOAN-PMT-AMT TO WS-TOTAL-DUE
      *    Late charges still owed are billed with the payment.
           MOVE ZEROS TO WS-FEE-DUE
           IF LOAN-FEE-BAL NUMERIC
               MOVE LOAN-FEE-BAL TO WS-FEE-DUE
           END-IF
           ADD WS-FEE-DUE TO WS-TOTAL-DUE
           ADD WS-FEE-DUE TO WS-FEES-DUE-TOTAL
      *    So is the escrow payment toward taxes and insurance.
           MOVE ZEROS TO WS-ESC-DUE
           IF LOAN-ESCROW-PMT NUMERIC
               MOVE LOAN-ESCROW-PMT TO WS-ESC-DUE
           END-IF
           ADD WS-ESC-DUE TO WS-TOTAL-DUE
           ADD WS-ESC-DUE TO WS-ESC-DUE-TOTAL

      *    The split the scheduled payment would carry at the
      *    current balance - the customer's amortization line.
               INTO WS-RPT-LINE(48:)
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-ESC-DUE > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-ESC-DUE TO WS-DISP-AMT
               STRING "          ESCROW PAYMENT   " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               IF LOAN-ESCROW-BAL NUMERIC
                   MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL
                   STRING "  ESCROW BAL " WS-DISP-BAL
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE(48:)
                   END-STRING
               END-IF
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-FEE-DUE > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-FEE-DUE TO WS-DISP-AMT
               STRING "          LATE CHARGES DUE " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM AGE-ONE-LOAN.

      *    A revolving line: the minimum still owed from its
      *    statements (zero once paid), with the interest billed,
      *    the drawn balance against the limit, and late charges.
       BILL-ONE-LINE.
           ADD 1 TO WS-BILLED-COUNT
           ADD LOAN-PMT-AMT TO WS-TOTAL-DUE
           MOVE ZEROS TO WS-FEE-DUE
           IF LOAN-FEE-BAL NUMERIC
               MOVE LOAN-FEE-BAL TO WS-FEE-DUE
           END-IF
           ADD WS-FEE-DUE TO WS-TOTAL-DUE
           ADD WS-FEE-DUE TO WS-FEES-DUE-TOTAL
           MOVE ZEROS TO WS-INT-PORTION
           IF LOAN-INT-DUE NUMERIC
               MOVE LOAN-INT-DUE TO WS-INT-PORTION
           END-IF
           MOVE ZEROS TO WS-CREDIT-LIMIT
           IF LOAN-CREDIT-LIMIT NUMERIC
               MOVE LOAN-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
           STRING LOAN-NO "  " LOAN-NAME " " WS-DISP-AMT
               "  CREDIT LINE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-INT-PORTION TO WS-DISP-AMT
           IF LOAN-NEXT-DUE-DT > ZEROS
               STRING "          DUE " LOAN-NEXT-DUE-DT
                   "  INT " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "          NONE DUE  INT " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           MOVE LOAN-BALANCE TO WS-DISP-AMT
           STRING "  BAL  " WS-DISP-AMT
               DELIMITED BY SIZE
               INTO WS-RPT-LINE(48:)
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CREDIT-LIMIT TO WS-DISP-AMT
           STRING "          CREDIT LIMIT     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           COMPUTE WS-AVAIL-CREDIT = WS-CREDIT-LIMIT - LOAN-BALANCE
           MOVE WS-AVAIL-CREDIT TO WS-DISP-BAL
           STRING "  AVAIL " WS-DISP-BAL
               DELIMITED BY SIZE
               INTO WS-RPT-LINE(48:)
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-FEE-DUE > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-FEE-DUE TO WS-DISP-AMT
               STRING "          LATE CHARGES DUE " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM AGE-ONE-LOAN.

      *    Delinquency: due date in the past by 30 days or more.
      *    Installment loans and lines age alike - LOAN-NEXT-DUE-DT
      *    is the oldest payment still unpaid, zero when none is.
       AGE-ONE-LOAN.
           IF LOAN-NEXT-DUE-DT > ZEROS
               AND LOAN-NEXT-DUE-DT < WS-TODAY-DATE
               COMPUTE WS-DUE-INT =
                   ADD WS-AGE-BALANCE(WS-AGE-IDX)
                       TO WS-BUCKET-30-AMT
           END-EVALUATE.

      *    Every late charge LATECHG assessed from one month before
      *    the run date through the run date, off the loan activity
      *    journal - the same entries GLEXTR books as fee income.
       PRINT-LATE-CHARGES.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "LATE CHARGES ASSESSED" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           MOVE WS-TODAY-DATE TO WS-FEE-FROM-NUM
           IF WS-FEE-FROM-MM = 1
               MOVE 12 TO WS-FEE-FROM-MM
               SUBTRACT 1 FROM WS-FEE-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-FEE-FROM-MM
           END-IF

           OPEN INPUT LNTX-FILE
           IF NOT WS-LNTX-OK
               MOVE "  (NO LOAN ACTIVITY JOURNAL)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-LATE-CHARGES-EXIT
           END-IF
           PERFORM READ-NEXT-LATE-CHARGE UNTIL WS-LNTX-AT-EOF
           CLOSE LNTX-FILE

           IF WS-LATE-CHG-COUNT = ZEROS
               MOVE "  (NO LATE CHARGES ASSESSED THIS MONTH)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-LATE-CHARGES-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-LATE-CHG-TOTAL TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL: " WS-LATE-CHG-COUNT
               " CHARGES  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       PRINT-LATE-CHARGES-EXIT.
           EXIT.

       READ-NEXT-LATE-CHARGE.
           READ LNTX-FILE
               AT END
                   SET WS-LNTX-AT-EOF TO TRUE
               NOT AT END
                   IF LNTX-IS-LATE-FEE
                       AND LNTX-DATE > WS-FEE-FROM-NUM
                       AND LNTX-DATE NOT > WS-TODAY-DATE
                       PERFORM PRINT-ONE-LATE-CHARGE
                   END-IF
           END-READ.

       PRINT-ONE-LATE-CHARGE.
           ADD 1 TO WS-LATE-CHG-COUNT
           ADD LNTX-AMOUNT TO WS-LATE-CHG-TOTAL
           MOVE LNTX-LOAN-NO TO LOAN-NO
           READ LOAN-FILE
               INVALID KEY
                   MOVE "(LOAN NOT ON FILE)" TO WS-LATE-CHG-NAME
               NOT INVALID KEY
                   MOVE LOAN-NAME TO WS-LATE-CHG-NAME
           END-READ
           MOVE LNTX-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " LNTX-LOAN-NO
               "  " WS-LATE-CHG-NAME
               "  ASSESSED " LNTX-DATE
               "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

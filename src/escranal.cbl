       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRANAL.
      *================================================================*
      * ESCRANAL - Annual Loan Escrow Analysis Batch Job               *
      * Month-end step. Each active loan carrying escrow is analyzed   *
      * once a year (when LOAN-ESCROW-ANAL-DT is a year old, or was    *
      * never set): the payee schedule (data/ESCROW.dat) is projected  *
      * over the next twelve months, the escrow balance is carried     *
      * forward at the current escrow payment less those bills, and    *
      * the result is held against a two-month cushion. A shortage is  *
      * spread over the next twelve payments; a surplus is reported    *
      * for refund. The new escrow payment - a twelfth of the          *
      * projected bills plus any shortage spread - goes on the loan.   *
      * Closed or paid-off loans still holding escrow are listed as    *
      * refunds due.                                                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ESCR-FILE
               ASSIGN TO "data/ESCROW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCR-KEY
               FILE STATUS IS WS-ESCR-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  ESCR-FILE.
       COPY ESCR-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

       01  WS-ESCR-STATUS        PIC XX.
           88  WS-ESCR-OK            VALUE "00".
       01  WS-ESCR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ESCR-IS-OPEN       VALUE 1.
       01  WS-ESCR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ESCR-AT-EOF        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

      *--- One loan's analysis ---
       01  WS-PROJ-BILLS         PIC S9(9)V99.
       01  WS-PROJ-END-BAL       PIC S9(9)V99.
       01  WS-CUSHION            PIC S9(9)V99.
       01  WS-SHORT-SURPLUS      PIC S9(9)V99.
       01  WS-NEW-ESC-PMT        PIC 9(7)V99.
       01  WS-OLD-ESC-PMT        PIC 9(7)V99.
       01  WS-BILL-DONE-FLAG     PIC 9 VALUE 0.
           88  WS-BILL-DONE          VALUE 1.
       01  WS-PAYEE-COUNT        PIC 9(3) VALUE 0.

      *    Months of projected bills held back as the cushion.
       01  WS-CUSHION-MONTHS     PIC 9(2) VALUE 2.

       01  WS-LOANS-SCANNED      PIC 9(5) VALUE 0.
       01  WS-LOANS-ANALYZED     PIC 9(5) VALUE 0.
       01  WS-SHORTAGE-COUNT     PIC 9(5) VALUE 0.
       01  WS-SURPLUS-COUNT      PIC 9(5) VALUE 0.
       01  WS-REFUND-COUNT       PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE 0.
       01  WS-SHORTAGE-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       01  WS-SURPLUS-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-REFUND-TOTAL       PIC S9(11)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

      *--- Projection horizon: twelve months from the run date ---
       01  WS-HORIZON-DT         PIC 9(8).
       01  WS-REVIEW-DT          PIC 9(8).

      *--- Date arithmetic (same clamping as LOANMGR) ---
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.
       01  WS-DISP-BAL2          PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ANNUAL LOAN ESCROW ANALYSIS"
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
               END-READ
               CLOSE CTRL-FILE
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-OK
               IF WS-LOAN-FILE-MISSING
                   DISPLAY "No loan file - nothing to analyze."
               ELSE
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    No payee file only means no bills are projected; loans
      *    with an escrow payment still get their surplus found.
           OPEN INPUT ESCR-FILE
           IF WS-ESCR-OK
               SET WS-ESCR-IS-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE TO WS-DUE-NUM
           PERFORM ADD-ONE-MONTH-TO-DUE 12 TIMES
           MOVE WS-DUE-NUM TO WS-HORIZON-DT

           PERFORM OPEN-RPT-FILE

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Loans scanned:   " WS-LOANS-SCANNED
           DISPLAY "  Loans analyzed:  " WS-LOANS-ANALYZED
           MOVE WS-SHORTAGE-TOTAL TO WS-DISP-AMT
           DISPLAY "  Shortages:       " WS-SHORTAGE-COUNT
               "  " WS-DISP-AMT
           MOVE WS-SURPLUS-TOTAL TO WS-DISP-AMT
           DISPLAY "  Surpluses:       " WS-SURPLUS-COUNT
               "  " WS-DISP-AMT
           MOVE WS-REFUND-TOTAL TO WS-DISP-AMT
           DISPLAY "  Refunds due:     " WS-REFUND-COUNT
               "  " WS-DISP-AMT
           IF WS-ERROR-COUNT > ZEROS
               DISPLAY "  Not updated:     " WS-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-SHORTAGE-TOTAL TO WS-DISP-AMT
               MOVE WS-SURPLUS-TOTAL TO WS-DISP-AMT2
               STRING "ANALYZED " WS-LOANS-ANALYZED
                   "  SHORTAGES " WS-SHORTAGE-COUNT " " WS-DISP-AMT
                   "  SURPLUSES " WS-SURPLUS-COUNT " " WS-DISP-AMT2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE LOAN-FILE
           IF WS-ESCR-IS-OPEN
               CLOSE ESCR-FILE
               MOVE 0 TO WS-ESCR-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/ESCRANAL-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "ANNUAL ESCROW ANALYSIS" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  BILLS PROJECTED TO " WS-HORIZON-DT
                   "  CUSHION " WS-CUSHION-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
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

       PROCESS-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   PERFORM CHECK-ONE-LOAN THRU CHECK-ONE-LOAN-EXIT
           END-READ.

      *    Escrow fields on a record written before escrow was
      *    carried read as zero.
       CHECK-ONE-LOAN.
           IF LOAN-ESCROW-PMT NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-PMT
           END-IF
           IF LOAN-ESCROW-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-BAL
           END-IF
           IF LOAN-ESCROW-ANAL-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-ANAL-DT
           END-IF
           IF LOAN-IS-PAID-OFF OR LOAN-IS-CLOSED
               IF LOAN-ESCROW-BAL > ZEROS
                   PERFORM REPORT-ESCROW-REFUND
               END-IF
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           IF LOAN-ESCROW-ANAL-DT > ZEROS
               MOVE LOAN-ESCROW-ANAL-DT TO WS-DUE-NUM
               PERFORM ADD-ONE-MONTH-TO-DUE 12 TIMES
               MOVE WS-DUE-NUM TO WS-REVIEW-DT
               IF WS-REVIEW-DT > WS-TODAY-DATE
                   GO TO CHECK-ONE-LOAN-EXIT
               END-IF
           END-IF
           PERFORM PROJECT-ESCROW-BILLS THRU PROJECT-ESCROW-BILLS-EXIT
           IF WS-PAYEE-COUNT = ZEROS
               AND LOAN-ESCROW-PMT = ZEROS
               AND LOAN-ESCROW-BAL = ZEROS
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           PERFORM ANALYZE-ONE-LOAN THRU ANALYZE-ONE-LOAN-EXIT.
       CHECK-ONE-LOAN-EXIT.
           EXIT.

      *    Sums every bill on the loan's active payee rows that
      *    falls due before the horizon.
       PROJECT-ESCROW-BILLS.
           MOVE ZEROS TO WS-PROJ-BILLS
           MOVE ZEROS TO WS-PAYEE-COUNT
           IF NOT WS-ESCR-IS-OPEN
               GO TO PROJECT-ESCROW-BILLS-EXIT
           END-IF
           MOVE 0 TO WS-ESCR-EOF-FLAG
           MOVE LOAN-NO TO ESCR-LOAN-NO
           MOVE ZEROS   TO ESCR-SEQ
           START ESCR-FILE KEY IS NOT LESS THAN ESCR-KEY
               INVALID KEY
                   SET WS-ESCR-AT-EOF TO TRUE
           END-START
           PERFORM PROJECT-NEXT-PAYEE
               THRU PROJECT-NEXT-PAYEE-EXIT
               UNTIL WS-ESCR-AT-EOF.
       PROJECT-ESCROW-BILLS-EXIT.
           EXIT.

       PROJECT-NEXT-PAYEE.
           READ ESCR-FILE NEXT RECORD
               AT END
                   SET WS-ESCR-AT-EOF TO TRUE
                   GO TO PROJECT-NEXT-PAYEE-EXIT
           END-READ
           IF ESCR-LOAN-NO NOT = LOAN-NO
               SET WS-ESCR-AT-EOF TO TRUE
               GO TO PROJECT-NEXT-PAYEE-EXIT
           END-IF
           IF NOT ESCR-IS-ACTIVE OR ESCR-NEXT-DUE-DT = ZEROS
               GO TO PROJECT-NEXT-PAYEE-EXIT
           END-IF
           ADD 1 TO WS-PAYEE-COUNT
           MOVE ESCR-NEXT-DUE-DT TO WS-DUE-NUM
           MOVE 0 TO WS-BILL-DONE-FLAG
           PERFORM PROJECT-NEXT-BILL UNTIL WS-BILL-DONE.
       PROJECT-NEXT-PAYEE-EXIT.
           EXIT.

       PROJECT-NEXT-BILL.
           IF WS-DUE-NUM NOT < WS-HORIZON-DT
               SET WS-BILL-DONE TO TRUE
           ELSE
               ADD ESCR-AMOUNT TO WS-PROJ-BILLS
               IF ESCR-FREQ-MONTHS = ZEROS
                   SET WS-BILL-DONE TO TRUE
               ELSE
                   PERFORM ADD-ONE-MONTH-TO-DUE
                       ESCR-FREQ-MONTHS TIMES
               END-IF
           END-IF.

      *    Balance a year out at the current escrow payment, held
      *    against the cushion: below it is a shortage, spread
      *    over the next twelve payments; above it a surplus.
       ANALYZE-ONE-LOAN.
           ADD 1 TO WS-LOANS-ANALYZED
           MOVE LOAN-ESCROW-PMT TO WS-OLD-ESC-PMT
           COMPUTE WS-PROJ-END-BAL =
               LOAN-ESCROW-BAL + (12 * LOAN-ESCROW-PMT)
               - WS-PROJ-BILLS
           COMPUTE WS-CUSHION ROUNDED =
               WS-PROJ-BILLS * WS-CUSHION-MONTHS / 12
           COMPUTE WS-SHORT-SURPLUS = WS-PROJ-END-BAL - WS-CUSHION
           IF WS-SHORT-SURPLUS < ZEROS
               COMPUTE WS-NEW-ESC-PMT ROUNDED =
                   (WS-PROJ-BILLS - WS-SHORT-SURPLUS) / 12
               ADD 1 TO WS-SHORTAGE-COUNT
               SUBTRACT WS-SHORT-SURPLUS FROM WS-SHORTAGE-TOTAL
           ELSE
               COMPUTE WS-NEW-ESC-PMT ROUNDED = WS-PROJ-BILLS / 12
               IF WS-SHORT-SURPLUS > ZEROS
                   ADD 1 TO WS-SURPLUS-COUNT
                   ADD WS-SHORT-SURPLUS TO WS-SURPLUS-TOTAL
               END-IF
           END-IF

           MOVE WS-NEW-ESC-PMT TO LOAN-ESCROW-PMT
           MOVE WS-TODAY-DATE  TO LOAN-ESCROW-ANAL-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  ERROR: Loan " LOAN-NO " escrow payment "
                   "not updated - status " WS-LOAN-STATUS
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL
           MOVE WS-PROJ-BILLS TO WS-DISP-AMT
           STRING LOAN-NO "  " LOAN-NAME
               "  BAL " WS-DISP-BAL "  BILLS " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PROJ-END-BAL TO WS-DISP-BAL
           MOVE WS-CUSHION TO WS-DISP-AMT
           STRING "          PROJECTED " WS-DISP-BAL
               "  CUSHION " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SHORT-SURPLUS TO WS-DISP-BAL2
           MOVE WS-OLD-ESC-PMT TO WS-DISP-AMT
           MOVE WS-NEW-ESC-PMT TO WS-DISP-AMT2
           EVALUATE TRUE
               WHEN WS-SHORT-SURPLUS < ZEROS
                   STRING "          SHORTAGE " WS-DISP-BAL2
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-SHORT-SURPLUS > ZEROS
                   STRING "          SURPLUS  " WS-DISP-BAL2
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "          NO SHORTAGE OR SURPLUS"
                       TO WS-RPT-LINE
           END-EVALUATE
           STRING "  ESCROW PMT " WS-DISP-AMT " -> " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-LINE(40:)
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  " LOAN-NO "  escrow " WS-DISP-AMT " -> "
               WS-DISP-AMT2.
       ANALYZE-ONE-LOAN-EXIT.
           EXIT.

      *    The loan is gone but its escrow is the borrower's.
       REPORT-ESCROW-REFUND.
           ADD 1 TO WS-REFUND-COUNT
           ADD LOAN-ESCROW-BAL TO WS-REFUND-TOTAL
           MOVE LOAN-ESCROW-BAL TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-NO "  " LOAN-NAME
               "  REFUND DUE " WS-DISP-AMT
               "  LOAN STATUS " LOAN-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  " LOAN-NO "  escrow refund due " WS-DISP-AMT.

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

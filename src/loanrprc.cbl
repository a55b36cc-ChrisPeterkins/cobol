       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPRC.
      *================================================================*
      * LOANRPRC - Variable-Rate Loan Repricing Batch Job              *
      * Nightly step. Every active loan carrying an index code whose   *
      * LOAN-NEXT-REPRICE-DT has arrived is repriced: the index rate   *
      * in effect on the adjustment date (IDXMNT's table) plus the     *
      * loan's margin, held between its floor and cap. The payment is  *
      * re-amortized over the installments left with the same level-   *
      * payment formula as LOANMGR CALC-PAYMENT-AMOUNT, the next       *
      * adjustment date is rolled forward by the repricing frequency,  *
      * and a rate-change notice goes to the borrower in               *
      * data/RATENOTE-<date>.txt. A loan whose adjustment date was     *
      * missed (the step did not run) is repriced once, at the latest  *
      * adjustment date passed. A revolving line has no installments   *
      * to re-amortize: the new rate applies to the interest LOCCYCLE  *
      * accrues from the adjustment on, and the notice says so.        *
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

           SELECT IDXR-FILE
               ASSIGN TO "data/INDEXRT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDXR-KEY
               FILE STATUS IS WS-IDXR-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  IDXR-FILE.
       COPY IDXR-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-IDXR-STATUS        PIC XX.
           88  WS-IDXR-OK            VALUE "00".
           88  WS-IDXR-EOF           VALUE "10".
           88  WS-IDXR-FILE-MISSING  VALUE "35".
       01  WS-IDXR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-IDXR-AT-EOF        VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(80).

       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

      *--- Repricing frequency when the loan carries none ---
       01  WS-DEFAULT-RPRC-MONTHS PIC 9(3) VALUE 12.
       01  WS-RPRC-MONTHS        PIC 9(3).

      *--- Adjustment date being applied and index found for it ---
       01  WS-ADJ-DATE           PIC 9(8).
       01  WS-INDEX-FOUND-FLAG   PIC 9 VALUE 0.
           88  WS-INDEX-FOUND        VALUE 1.
       01  WS-INDEX-RATE         PIC 9(2)V9(4).
       01  WS-INDEX-EFF-DATE     PIC 9(8).
       01  WS-NEW-RATE           PIC S9(3)V9(4).
       01  WS-OLD-RATE           PIC 9(2)V9(4).
       01  WS-OLD-PMT            PIC 9(7)V99.

      *--- Installments left: term less those already come due ---
       01  WS-OPEN-MONTHS        PIC 9(6).
       01  WS-DUE-MONTHS         PIC 9(6).
       01  WS-REMAIN-TERM        PIC S9(4).

      *--- Amortized payment calculation (same as LOANMGR) ---
      *    PMT = P * i / (1 - (1 + i) ** -n), i = monthly rate.
       01  WS-LOAN-AMT           PIC 9(9)V99.
       01  WS-RATE               PIC 9(2)V9(4).
       01  WS-TERM-MONTHS        PIC 9(3).
       01  WS-MONTHLY-RATE       PIC 9(1)V9(10).
       01  WS-COMPOUND-FACTOR    COMP-2.
       01  WS-PMT-AMT            PIC 9(7)V99.

       01  WS-LOANS-SCANNED      PIC 9(5) VALUE 0.
       01  WS-LOANS-DUE          PIC 9(5) VALUE 0.
       01  WS-LOANS-REPRICED     PIC 9(5) VALUE 0.
       01  WS-LOANS-UNCHANGED    PIC 9(5) VALUE 0.
       01  WS-LOANS-EXCEPTION    PIC 9(5) VALUE 0.

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
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

      *--- Adjustment date arithmetic (same clamping as LOANMGR) ---
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-RATE          PIC Z9.9999.
       01  WS-DISP-RATE2         PIC Z9.9999.
       01  WS-DISP-MARGIN        PIC -Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  VARIABLE-RATE LOAN REPRICING"
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
                   DISPLAY "No loan file - nothing to reprice."
               ELSE
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
               END-IF
               STOP RUN
           END-IF

      *    Without the index table no loan can be repriced - the
      *    step fails so the operator sees it rather than every
      *    adjustable loan silently keeping its old rate.
           OPEN INPUT IDXR-FILE
           IF NOT WS-IDXR-OK
               DISPLAY "FATAL: Cannot open index rate file - status "
                   WS-IDXR-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
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

           PERFORM GET-CURRENT-DATETIME
           DISPLAY "Repricing date: " WS-TODAY-DATE
           DISPLAY SPACES

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Loans scanned:   " WS-LOANS-SCANNED
           DISPLAY "  Due to reprice:  " WS-LOANS-DUE
           DISPLAY "  Rate changed:    " WS-LOANS-REPRICED
           DISPLAY "  Rate unchanged:  " WS-LOANS-UNCHANGED
           DISPLAY "  Exceptions:      " WS-LOANS-EXCEPTION
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               DISPLAY "  Notices: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE LOAN-FILE
           CLOSE IDXR-FILE
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-LOANS-EXCEPTION > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
      *    While a banking day is open, postings carry the banking
      *    date from the control record, not the wall clock.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

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

       PROCESS-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   IF LOAN-IS-ACTIVE
                       AND LOAN-INDEX-CODE NOT = SPACES
                       AND LOAN-INDEX-CODE NOT = LOW-VALUES
                       AND LOAN-NEXT-REPRICE-DT NUMERIC
                       AND LOAN-NEXT-REPRICE-DT > ZEROS
                       AND LOAN-NEXT-REPRICE-DT NOT > WS-TODAY-DATE
                       PERFORM REPRICE-ONE-LOAN
                           THRU REPRICE-ONE-LOAN-EXIT
                   END-IF
           END-READ.

      *    Rolls the adjustment date forward past today, keeping
      *    the last one passed as the date the index is read on,
      *    then prices, re-amortizes and notifies.
       REPRICE-ONE-LOAN.
           ADD 1 TO WS-LOANS-DUE
           IF LOAN-REPRICE-MONTHS NUMERIC
               AND LOAN-REPRICE-MONTHS > ZEROS
               MOVE LOAN-REPRICE-MONTHS TO WS-RPRC-MONTHS
           ELSE
               MOVE WS-DEFAULT-RPRC-MONTHS TO WS-RPRC-MONTHS
           END-IF
           IF LOAN-MARGIN NOT NUMERIC
               MOVE ZEROS TO LOAN-MARGIN
           END-IF
           IF LOAN-RATE-FLOOR NOT NUMERIC
               MOVE ZEROS TO LOAN-RATE-FLOOR
           END-IF
           IF LOAN-RATE-CAP NOT NUMERIC
               MOVE ZEROS TO LOAN-RATE-CAP
           END-IF
           MOVE LOAN-NEXT-REPRICE-DT TO WS-DUE-NUM
           PERFORM ADVANCE-ADJUSTMENT-DATE
               UNTIL WS-DUE-NUM > WS-TODAY-DATE

           PERFORM FIND-INDEX-RATE THRU FIND-INDEX-RATE-EXIT
           IF NOT WS-INDEX-FOUND
               ADD 1 TO WS-LOANS-EXCEPTION
               DISPLAY "  EXCEPTION " LOAN-NO "  no " LOAN-INDEX-CODE
                   " rate on file for " WS-ADJ-DATE
                   " - loan left at its old rate"
               GO TO REPRICE-ONE-LOAN-EXIT
           END-IF

      *    Index plus margin, never below the floor, never above a
      *    cap when one is set, and never negative.
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + LOAN-MARGIN
           IF WS-NEW-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF LOAN-RATE-CAP > ZEROS
               AND WS-NEW-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < ZEROS
               MOVE ZEROS TO WS-NEW-RATE
           END-IF

           MOVE LOAN-RATE    TO WS-OLD-RATE
           MOVE LOAN-PMT-AMT TO WS-OLD-PMT
           MOVE WS-DUE-NUM   TO LOAN-NEXT-REPRICE-DT
           IF WS-NEW-RATE NOT = LOAN-RATE
               MOVE WS-NEW-RATE TO LOAN-RATE
               IF NOT LOAN-IS-REVOLVING
                   PERFORM REAMORTIZE-LOAN
               END-IF
           END-IF

           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               ADD 1 TO WS-LOANS-EXCEPTION
               DISPLAY "  ERROR: Loan " LOAN-NO " not repriced - "
                   "status " WS-LOAN-STATUS
               GO TO REPRICE-ONE-LOAN-EXIT
           END-IF

           IF LOAN-RATE = WS-OLD-RATE
               ADD 1 TO WS-LOANS-UNCHANGED
               MOVE LOAN-RATE TO WS-DISP-RATE
               DISPLAY "  SAME    " LOAN-NO "  " WS-DISP-RATE
                   "  next " LOAN-NEXT-REPRICE-DT
               GO TO REPRICE-ONE-LOAN-EXIT
           END-IF

           ADD 1 TO WS-LOANS-REPRICED
           PERFORM WRITE-RATE-NOTICE THRU WRITE-RATE-NOTICE-EXIT
           PERFORM LOG-REPRICE-AUDIT THRU LOG-REPRICE-AUDIT-EXIT
           MOVE WS-OLD-RATE TO WS-DISP-RATE
           MOVE LOAN-RATE TO WS-DISP-RATE2
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
           DISPLAY "  REPRICE " LOAN-NO "  " WS-DISP-RATE " >"
               WS-DISP-RATE2 "  pmt " WS-DISP-AMT.
       REPRICE-ONE-LOAN-EXIT.
           EXIT.

       ADVANCE-ADJUSTMENT-DATE.
           MOVE WS-DUE-NUM TO WS-ADJ-DATE
           PERFORM ADD-ONE-MONTH-TO-DUE
               WS-RPRC-MONTHS TIMES.

      *    The rate in effect on the adjustment date is the row for
      *    the loan's index with the latest effective date on or
      *    before it - rows come back in effective-date order.
       FIND-INDEX-RATE.
           MOVE 0 TO WS-INDEX-FOUND-FLAG
           MOVE 0 TO WS-IDXR-EOF-FLAG
           MOVE LOAN-INDEX-CODE TO IDXR-CODE
           MOVE ZEROS TO IDXR-EFF-DATE
           START IDXR-FILE KEY IS NOT LESS THAN IDXR-KEY
               INVALID KEY
                   GO TO FIND-INDEX-RATE-EXIT
           END-START
           PERFORM READ-NEXT-INDEX-ROW UNTIL WS-IDXR-AT-EOF.
       FIND-INDEX-RATE-EXIT.
           EXIT.

       READ-NEXT-INDEX-ROW.
           READ IDXR-FILE NEXT
               AT END
                   SET WS-IDXR-AT-EOF TO TRUE
               NOT AT END
                   IF IDXR-CODE NOT = LOAN-INDEX-CODE
                       OR IDXR-EFF-DATE > WS-ADJ-DATE
                       SET WS-IDXR-AT-EOF TO TRUE
                   ELSE
                       SET WS-INDEX-FOUND TO TRUE
                       MOVE IDXR-RATE TO WS-INDEX-RATE
                       MOVE IDXR-EFF-DATE TO WS-INDEX-EFF-DATE
                   END-IF
           END-READ.

      *    The new payment retires the current balance over the
      *    installments still to come, so the maturity date holds.
       REAMORTIZE-LOAN.
           MOVE LOAN-OPEN-DT TO WS-DUE-NUM
           COMPUTE WS-OPEN-MONTHS = WS-DUE-YYYY * 12 + WS-DUE-MM
           MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
           COMPUTE WS-DUE-MONTHS = WS-DUE-YYYY * 12 + WS-DUE-MM
           COMPUTE WS-REMAIN-TERM =
               LOAN-TERM-MONTHS - (WS-DUE-MONTHS - WS-OPEN-MONTHS)
               + 1
           IF WS-REMAIN-TERM < 1
               MOVE 1 TO WS-REMAIN-TERM
           END-IF
           MOVE WS-REMAIN-TERM TO WS-TERM-MONTHS
           MOVE LOAN-RATE      TO WS-RATE
           MOVE LOAN-BALANCE   TO WS-LOAN-AMT
           PERFORM CALC-PAYMENT-AMOUNT THRU CALC-PAYMENT-AMOUNT-EXIT
           MOVE WS-PMT-AMT     TO LOAN-PMT-AMT.

      *    Level-payment amortization:
      *    PMT = P * i / (1 - (1 + i) ** -n) with i the monthly
      *    rate. A zero-rate loan divides the principal evenly.
       CALC-PAYMENT-AMOUNT.
           IF WS-RATE = ZEROS
               COMPUTE WS-PMT-AMT ROUNDED =
                   WS-LOAN-AMT / WS-TERM-MONTHS
               GO TO CALC-PAYMENT-AMOUNT-EXIT
           END-IF
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-RATE / 100 / 12
           COMPUTE WS-COMPOUND-FACTOR =
               (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
           COMPUTE WS-PMT-AMT ROUNDED =
               WS-LOAN-AMT * WS-MONTHLY-RATE
               * WS-COMPOUND-FACTOR
               / (WS-COMPOUND-FACTOR - 1).
       CALC-PAYMENT-AMOUNT-EXIT.
           EXIT.

       OPEN-RPT-FILE.
           STRING "data/RATENOTE-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Could not open notice file: "
                   WS-RPT-STATUS
           END-IF.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    One notice per repriced loan, addressed from the customer
      *    master when the loan is linked to a customer.
       WRITE-RATE-NOTICE.
           IF NOT WS-RPT-IS-OPEN
               PERFORM OPEN-RPT-FILE
           END-IF
           IF NOT WS-RPT-IS-OPEN
               GO TO WRITE-RATE-NOTICE-EXIT
           END-IF
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOTICE OF INTEREST RATE CHANGE        DATE "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "  " LOAN-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-CUST-IS-OPEN
               AND LOAN-CUST-NO NUMERIC
               AND LOAN-CUST-NO > ZEROS
               MOVE LOAN-CUST-NO TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-NOTICE-ADDRESS
               END-READ
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "  Loan number:          " LOAN-NO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Adjustment date:      " WS-ADJ-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-INDEX-RATE TO WS-DISP-RATE
           MOVE LOAN-MARGIN TO WS-DISP-MARGIN
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Index " LOAN-INDEX-CODE " as of "
               WS-INDEX-EFF-DATE ": " WS-DISP-RATE
               "  margin " WS-DISP-MARGIN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-OLD-RATE TO WS-DISP-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Previous rate:        " WS-DISP-RATE "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LOAN-RATE TO WS-DISP-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  New rate:             " WS-DISP-RATE "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF LOAN-IS-REVOLVING
               MOVE "  The new rate applies to interest on your line "
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "  balance from the adjustment date."
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE WS-OLD-PMT TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  Previous payment:     " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE LOAN-PMT-AMT TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  New payment:          " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  First new payment due " LOAN-NEXT-DUE-DT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Next adjustment date: " LOAN-NEXT-REPRICE-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.
       WRITE-RATE-NOTICE-EXIT.
           EXIT.

       WRITE-NOTICE-ADDRESS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " CUST-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " CUST-ADDR-LINE2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " CUST-CITY " " CUST-STATE " " CUST-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       LOG-REPRICE-AUDIT.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO LOG-REPRICE-AUDIT-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE "LOANRPRC"        TO AUDIT-OPERATOR-ID
           MOVE "REPRICE"         TO AUDIT-ACTION
           MOVE LOAN-NO           TO AUDIT-ACCT-NO
           MOVE WS-OLD-RATE       TO WS-DISP-RATE
           MOVE LOAN-RATE         TO WS-DISP-RATE2
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "RATE " WS-DISP-RATE " > " WS-DISP-RATE2
               " " LOAN-INDEX-CODE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       LOG-REPRICE-AUDIT-EXIT.
           EXIT.

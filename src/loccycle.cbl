       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCYCLE.
      *================================================================*
      * LOCCYCLE - Revolving Line Accrual and Statement Cycle Batch    *
      * Nightly step. For every active revolving line on the loan      *
      * master, accrues a day's interest on the drawn balance for      *
      * each day since LOAN-ACCR-THRU-DT into LOAN-ACCR-INT. On the    *
      * line's statement date the accrued interest is billed to        *
      * LOAN-INT-DUE and the minimum payment - LOAN-MIN-PMT-PCT of     *
      * the balance plus the interest billed, or the interest alone    *
      * when the percentage is zero - is added to LOAN-PMT-AMT, due    *
      * the payment-due days after the statement. A minimum still      *
      * unpaid from an earlier statement keeps its due date, so        *
      * LOANBILL, LATECHG and CBREXTR age the line as they age an      *
      * installment loan. The statement date then rolls forward a      *
      * month. Each statement closed is listed on the cycle register   *
      * in data/LOCCYCLE-<date>.txt.                                   *
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

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.
       01  WS-LINE-CHANGED-FLAG  PIC 9 VALUE 0.
           88  WS-LINE-CHANGED       VALUE 1.

      *--- Days from the statement to the payment due date ---
       01  WS-PMT-DUE-DAYS       PIC 9(2) VALUE 25.

      *--- Accrual and statement figures for the line in hand ---
       01  WS-TODAY-INT          PIC 9(8).
       01  WS-ACCR-DAYS          PIC S9(5).
       01  WS-DAY-INT            PIC 9(7)V9(4).
       01  WS-INT-BILLED         PIC 9(7)V99.
       01  WS-MIN-PMT            PIC S9(9)V99.
       01  WS-MIN-ROOM           PIC S9(9)V99.
       01  WS-STMT-CLOSED-DT     PIC 9(8).

       01  WS-LINES-SCANNED      PIC 9(5) VALUE 0.
       01  WS-LINES-ACCRUED      PIC 9(5) VALUE 0.
       01  WS-STMTS-CLOSED       PIC 9(5) VALUE 0.
       01  WS-LINES-PAST-DUE     PIC 9(5) VALUE 0.
       01  WS-LINES-EXCEPTION    PIC 9(5) VALUE 0.
       01  WS-ACCRUED-TOTAL      PIC 9(9)V9(4) VALUE ZEROS.
       01  WS-BILLED-TOTAL       PIC 9(9)V99 VALUE ZEROS.
       01  WS-MIN-TOTAL          PIC 9(11)V99 VALUE ZEROS.

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

      *--- Statement date arithmetic (same clamping as LOANMGR) ---
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT3          PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CREDIT LINE ACCRUAL AND STATEMENTS"
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
                   DISPLAY "No loan file - nothing to accrue."
               ELSE
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM GET-CURRENT-DATETIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM OPEN-RPT-FILE

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Lines scanned:     " WS-LINES-SCANNED
           DISPLAY "  Lines accrued:     " WS-LINES-ACCRUED
           MOVE WS-ACCRUED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Interest accrued:  " WS-DISP-AMT
           DISPLAY "  Statements closed: " WS-STMTS-CLOSED
           MOVE WS-BILLED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Interest billed:   " WS-DISP-AMT
           MOVE WS-MIN-TOTAL TO WS-DISP-AMT
           DISPLAY "  Minimums billed:   " WS-DISP-AMT
           DISPLAY "  Still past due:    " WS-LINES-PAST-DUE
           DISPLAY "  Exceptions:        " WS-LINES-EXCEPTION
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-BILLED-TOTAL TO WS-DISP-AMT
               MOVE WS-MIN-TOTAL TO WS-DISP-AMT2
               STRING "STATEMENTS " WS-STMTS-CLOSED
                   "  INTEREST " WS-DISP-AMT
                   "  MINIMUMS " WS-DISP-AMT2
                   "  PAST DUE " WS-LINES-PAST-DUE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Register: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           IF WS-LINES-EXCEPTION > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE LOAN-FILE
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

       OPEN-RPT-FILE.
           STRING "data/LOCCYCLE-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "CREDIT LINE STATEMENT CYCLE REGISTER"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "LOAN NO  BORROWER             STMT DT "
                   "       BALANCE    INT BILLED"
                   "       MIN DUE  DUE DT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "WARNING: Could not open register file: "
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
                   IF LOAN-IS-ACTIVE
                       AND LOAN-IS-REVOLVING
                       ADD 1 TO WS-LINES-SCANNED
                       PERFORM CYCLE-ONE-LINE
                           THRU CYCLE-ONE-LINE-EXIT
                   END-IF
           END-READ.

      *    Accrues the line up to today, closes its statement when
      *    the statement date has come, and rewrites it once.
       CYCLE-ONE-LINE.
           PERFORM NORMALIZE-LINE-FIELDS
           MOVE 0 TO WS-LINE-CHANGED-FLAG
           IF LOAN-ACCR-THRU-DT = ZEROS
               MOVE LOAN-OPEN-DT TO LOAN-ACCR-THRU-DT
               SET WS-LINE-CHANGED TO TRUE
           END-IF

      *    Simple daily interest, actual/365, on the balance as it
      *    stands tonight for each day since the last accrual.
           COMPUTE WS-ACCR-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(LOAN-ACCR-THRU-DT)
           IF WS-ACCR-DAYS > ZEROS
               COMPUTE WS-DAY-INT ROUNDED =
                   LOAN-BALANCE * (LOAN-RATE / 100) / 365
                   * WS-ACCR-DAYS
               ADD WS-DAY-INT TO LOAN-ACCR-INT
               ADD WS-DAY-INT TO WS-ACCRUED-TOTAL
               MOVE WS-TODAY-DATE TO LOAN-ACCR-THRU-DT
               ADD 1 TO WS-LINES-ACCRUED
               SET WS-LINE-CHANGED TO TRUE
           END-IF

           IF LOAN-STMT-DT > ZEROS
               AND LOAN-STMT-DT NOT > WS-TODAY-DATE
               PERFORM CLOSE-LINE-STATEMENT
               SET WS-LINE-CHANGED TO TRUE
           END-IF

           IF NOT WS-LINE-CHANGED
               GO TO CYCLE-ONE-LINE-EXIT
           END-IF
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               ADD 1 TO WS-LINES-EXCEPTION
               DISPLAY "  ERROR: Line " LOAN-NO " not updated - "
                   "status " WS-LOAN-STATUS
           END-IF.
       CYCLE-ONE-LINE-EXIT.
           EXIT.

      *    Bills the accrued interest and the new minimum. The
      *    minimum is never more than the line owes in all; a line
      *    with a minimum still unpaid keeps the older due date and
      *    owes both. A statement date missed while the step did
      *    not run is closed once, and the next one set after today.
       CLOSE-LINE-STATEMENT.
           MOVE LOAN-STMT-DT TO WS-STMT-CLOSED-DT
           COMPUTE WS-INT-BILLED ROUNDED = LOAN-ACCR-INT
           MOVE ZEROS TO LOAN-ACCR-INT
           ADD WS-INT-BILLED TO LOAN-INT-DUE
           ADD WS-INT-BILLED TO WS-BILLED-TOTAL

           IF LOAN-MIN-PMT-PCT > ZEROS
               COMPUTE WS-MIN-PMT ROUNDED =
                   LOAN-BALANCE * LOAN-MIN-PMT-PCT / 100
                   + WS-INT-BILLED
           ELSE
               MOVE WS-INT-BILLED TO WS-MIN-PMT
           END-IF
           COMPUTE WS-MIN-ROOM =
               LOAN-BALANCE + LOAN-INT-DUE - LOAN-PMT-AMT
           IF WS-MIN-ROOM < ZEROS
               MOVE ZEROS TO WS-MIN-ROOM
           END-IF
           IF WS-MIN-PMT > WS-MIN-ROOM
               MOVE WS-MIN-ROOM TO WS-MIN-PMT
           END-IF

           IF WS-MIN-PMT > ZEROS
               IF LOAN-PMT-AMT = ZEROS
                   OR LOAN-NEXT-DUE-DT = ZEROS
                   COMPUTE LOAN-NEXT-DUE-DT =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(LOAN-STMT-DT)
                           + WS-PMT-DUE-DAYS)
               ELSE
                   ADD 1 TO WS-LINES-PAST-DUE
               END-IF
               ADD WS-MIN-PMT TO LOAN-PMT-AMT
               ADD WS-MIN-PMT TO WS-MIN-TOTAL
           END-IF
           MOVE LOAN-BALANCE TO LOAN-STMT-BAL
           ADD 1 TO WS-STMTS-CLOSED

           MOVE LOAN-STMT-DT TO WS-DUE-NUM
           PERFORM ADD-ONE-MONTH-TO-DUE
               UNTIL WS-DUE-NUM > WS-TODAY-DATE
           MOVE WS-DUE-NUM TO LOAN-STMT-DT

           MOVE SPACES TO WS-RPT-LINE
           MOVE LOAN-BALANCE TO WS-DISP-AMT
           MOVE WS-INT-BILLED TO WS-DISP-AMT2
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT3
           STRING LOAN-NO " " LOAN-NAME(1:20) " "
               WS-STMT-CLOSED-DT " " WS-DISP-AMT
               WS-DISP-AMT2 WS-DISP-AMT3 "  " LOAN-NEXT-DUE-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  STMT " LOAN-NO "  min due " WS-DISP-AMT3
               "  due " LOAN-NEXT-DUE-DT.

      *    Credit-line fields on a record written before they
      *    existed read as zero.
       NORMALIZE-LINE-FIELDS.
           IF LOAN-CREDIT-LIMIT NOT NUMERIC
               MOVE ZEROS TO LOAN-CREDIT-LIMIT
           END-IF
           IF LOAN-MIN-PMT-PCT NOT NUMERIC
               MOVE ZEROS TO LOAN-MIN-PMT-PCT
           END-IF
           IF LOAN-ACCR-INT NOT NUMERIC
               MOVE ZEROS TO LOAN-ACCR-INT
           END-IF
           IF LOAN-ACCR-THRU-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-ACCR-THRU-DT
           END-IF
           IF LOAN-INT-DUE NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-DUE
           END-IF
           IF LOAN-STMT-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-STMT-DT
           END-IF
           IF LOAN-STMT-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-STMT-BAL
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

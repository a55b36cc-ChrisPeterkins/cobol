       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMVRPT.
      *================================================================*
      * ATMVRPT - ATM Deposit Count Adjustment Report                  *
      * Walks the deposit verification file (data/ATMDVER.dat) by      *
      * terminal and lists every deposit the branch count adjusted,    *
      * with over, short, and net subtotals per terminal, plus the     *
      * deposits still waiting to be counted - those older than the    *
      * count window are flagged for the servicing branch. Each new    *
      * adjustment moves the terminal's cash position by the counted   *
      * difference and is appended to the adjustment feed              *
      * (data/ATMVADJ.dat) ATMSETL reads, once only: the item is       *
      * stamped with the run date, and a same-day rerun lists it again *
      * without applying it twice.                                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DVER-FILE
               ASSIGN TO "data/ATMDVER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVER-TXN-ID
               ALTERNATE RECORD KEY IS DVER-TERM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-DVER-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "data/TERMMAST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT VADJ-FILE
               ASSIGN TO "data/ATMVADJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VADJ-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DVER-FILE.
       COPY DVER-REC.

       FD  TERM-FILE.
       COPY TERM-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  VADJ-FILE.
       COPY VADJ-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       WORKING-STORAGE SECTION.
      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-DVER-STATUS        PIC XX.
           88  WS-DVER-OK            VALUE "00".
           88  WS-DVER-FILE-MISSING  VALUE "35".
       01  WS-DVER-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-DVER-AT-EOF        VALUE 1.

       01  WS-TERM-STATUS        PIC XX.
           88  WS-TERM-OK            VALUE "00".
       01  WS-TERM-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-TERM-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-VADJ-STATUS        PIC XX.
           88  WS-VADJ-OK            VALUE "00".
           88  WS-VADJ-FILE-MISSING  VALUE "35".
       01  WS-VADJ-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-VADJ-IS-OPEN       VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

      *    Deposits still uncounted this many days after they were
      *    taken are flagged for the servicing branch.
       01  WS-COUNT-DAYS         PIC 9(2) VALUE 3.

      *--- Control break on terminal ---
       01  WS-CUR-TERM-ID        PIC X(8) VALUE SPACES.
       01  WS-CUR-TERM-BRANCH    PIC X(4) VALUE SPACES.
       01  WS-GRP-FLAG           PIC 9 VALUE 0.
           88  WS-GRP-STARTED        VALUE 1.
       01  WS-GRP-ADJ-CNT        PIC 9(5) VALUE 0.
       01  WS-GRP-OVER           PIC 9(9)V99 VALUE ZEROS.
       01  WS-GRP-SHORT          PIC 9(9)V99 VALUE ZEROS.
       01  WS-GRP-PEND-CNT       PIC 9(5) VALUE 0.
       01  WS-GRP-PEND-AMT       PIC 9(9)V99 VALUE ZEROS.

      *--- Run totals ---
       01  WS-TERM-CNT           PIC 9(5) VALUE 0.
       01  WS-TOT-ADJ-CNT        PIC 9(5) VALUE 0.
       01  WS-TOT-OVER           PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOT-SHORT          PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOT-PEND-CNT       PIC 9(5) VALUE 0.
       01  WS-TOT-AGED-CNT       PIC 9(5) VALUE 0.
       01  WS-APPLIED-CNT        PIC 9(5) VALUE 0.
       01  WS-NET-AMT            PIC S9(9)V99.

       01  WS-AGE-DAYS           PIC S9(5).
       01  WS-DEP-INT            PIC 9(7).
       01  WS-TODAY-INT          PIC 9(7).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-NET           PIC -$$$,$$$,$$9.99.
       01  WS-DISP-CNT           PIC ZZ,ZZ9.
       01  WS-DISP-CNT2          PIC ZZ,ZZ9.
       01  WS-DISP-DAYS          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ATM DEPOSIT COUNT ADJUSTMENTS"
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

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           OPEN I-O DVER-FILE
           IF NOT WS-DVER-OK
               IF WS-DVER-FILE-MISSING
                   DISPLAY "No deposit verification file - "
                       "nothing to report."
               ELSE
                   DISPLAY "Error opening deposit verification "
                       "file: " WS-DVER-STATUS
               END-IF
               STOP RUN
           END-IF

      *    A terminal with no master record is not tracking cash;
      *    its adjustments still go to the feed.
           OPEN I-O TERM-FILE
           IF WS-TERM-OK
               SET WS-TERM-IS-OPEN TO TRUE
           END-IF

           OPEN EXTEND VADJ-FILE
           IF WS-VADJ-FILE-MISSING
               OPEN OUTPUT VADJ-FILE
           END-IF
           IF WS-VADJ-OK
               SET WS-VADJ-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Cannot open the adjustment feed "
                   "- new adjustments are listed but not applied."
           END-IF

           STRING "data/ATMVRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
           END-IF
           MOVE "ATM DEPOSIT COUNT ADJUSTMENTS BY TERMINAL"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           MOVE LOW-VALUES TO DVER-TERM-KEY
           START DVER-FILE KEY IS NOT LESS THAN DVER-TERM-KEY
               INVALID KEY
                   SET WS-DVER-AT-EOF TO TRUE
           END-START
           PERFORM REPORT-NEXT-DEPOSIT UNTIL WS-DVER-AT-EOF
           IF WS-GRP-STARTED
               PERFORM END-TERMINAL-GROUP
           END-IF
           IF WS-TERM-CNT = ZEROS
               MOVE "(No adjusted or uncounted ATM deposits)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           COMPUTE WS-NET-AMT = WS-TOT-OVER - WS-TOT-SHORT
           MOVE WS-TOT-ADJ-CNT TO WS-DISP-CNT
           MOVE WS-NET-AMT TO WS-DISP-NET
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALL TERMINALS  ADJUSTED " WS-DISP-CNT
               "  NET " WS-DISP-NET
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-OVER TO WS-DISP-AMT
           MOVE WS-TOT-SHORT TO WS-DISP-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OVER " WS-DISP-AMT "  SHORT " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-PEND-CNT TO WS-DISP-CNT
           MOVE WS-TOT-AGED-CNT TO WS-DISP-CNT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  AWAITING COUNT " WS-DISP-CNT
               "  PAST THE COUNT WINDOW " WS-DISP-CNT2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           DISPLAY SPACES
           DISPLAY "  Adjustments applied this run: " WS-APPLIED-CNT
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           IF WS-VADJ-IS-OPEN
               CLOSE VADJ-FILE
           END-IF
           IF WS-TERM-IS-OPEN
               CLOSE TERM-FILE
           END-IF
           CLOSE DVER-FILE
           DISPLAY "========================================="
           STOP RUN.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-SPOOL-LINES
           END-IF
           DISPLAY WS-RPT-LINE.

       REPORT-NEXT-DEPOSIT.
           READ DVER-FILE NEXT
               AT END
                   SET WS-DVER-AT-EOF TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-DEPOSIT
                       THRU REPORT-ONE-DEPOSIT-EXIT
           END-READ.

      *    Only adjustments not yet applied, those applied today,
      *    and deposits still awaiting their count are reported;
      *    agreed, closed, and earlier days' adjustments are done.
       REPORT-ONE-DEPOSIT.
           IF DVER-IS-ADJUSTED
               IF DVER-TERM-POST-DT NOT = ZEROS
                   AND DVER-TERM-POST-DT NOT = WS-TODAY-DATE
                   GO TO REPORT-ONE-DEPOSIT-EXIT
               END-IF
           ELSE
               IF NOT DVER-IS-PENDING
                   GO TO REPORT-ONE-DEPOSIT-EXIT
               END-IF
           END-IF

           IF NOT WS-GRP-STARTED
               OR DVER-TERM-ID NOT = WS-CUR-TERM-ID
               IF WS-GRP-STARTED
                   PERFORM END-TERMINAL-GROUP
               END-IF
               PERFORM START-TERMINAL-GROUP
           END-IF

           IF DVER-IS-PENDING
               PERFORM LIST-UNCOUNTED-DEPOSIT
               GO TO REPORT-ONE-DEPOSIT-EXIT
           END-IF

           IF DVER-TERM-POST-DT = ZEROS
               PERFORM APPLY-COUNT-ADJUSTMENT
                   THRU APPLY-COUNT-ADJUSTMENT-EXIT
           END-IF
           ADD 1 TO WS-GRP-ADJ-CNT
           IF DVER-ADJ-AMT > ZEROS
               ADD DVER-ADJ-AMT TO WS-GRP-OVER
           ELSE
               SUBTRACT DVER-ADJ-AMT FROM WS-GRP-SHORT
           END-IF
           MOVE DVER-KEYED-AMT TO WS-DISP-AMT
           MOVE DVER-COUNTED-AMT TO WS-DISP-AMT2
           MOVE DVER-ADJ-AMT TO WS-DISP-NET
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " DVER-DEPOSIT-DT " TXN " DVER-TXN-ID
               " ACCT " DVER-ACCT-NO
               " KEYED " WS-DISP-AMT
               " CNT " WS-DISP-AMT2
               " ADJ " WS-DISP-NET
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "      COUNTED " DVER-COUNT-DT
               " BY " DVER-COUNT-BY
               "  ADJUSTING TXN " DVER-ADJ-TXN-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       REPORT-ONE-DEPOSIT-EXIT.
           EXIT.

       START-TERMINAL-GROUP.
           SET WS-GRP-STARTED TO TRUE
           ADD 1 TO WS-TERM-CNT
           MOVE DVER-TERM-ID TO WS-CUR-TERM-ID
           MOVE DVER-TERM-BRANCH TO WS-CUR-TERM-BRANCH
           MOVE ZEROS TO WS-GRP-ADJ-CNT WS-GRP-OVER WS-GRP-SHORT
               WS-GRP-PEND-CNT WS-GRP-PEND-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TERMINAL " WS-CUR-TERM-ID
               "  BR " WS-CUR-TERM-BRANCH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       END-TERMINAL-GROUP.
           COMPUTE WS-NET-AMT = WS-GRP-OVER - WS-GRP-SHORT
           MOVE WS-GRP-ADJ-CNT TO WS-DISP-CNT
           MOVE WS-GRP-OVER TO WS-DISP-AMT
           MOVE WS-GRP-SHORT TO WS-DISP-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-CUR-TERM-ID " ADJUSTED " WS-DISP-CNT
               "  OVER " WS-DISP-AMT "  SHORT " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-NET-AMT TO WS-DISP-NET
           MOVE WS-GRP-PEND-CNT TO WS-DISP-CNT
           MOVE WS-GRP-PEND-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-CUR-TERM-ID " NET " WS-DISP-NET
               "  AWAITING COUNT " WS-DISP-CNT
               " FOR " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           ADD WS-GRP-ADJ-CNT TO WS-TOT-ADJ-CNT
           ADD WS-GRP-OVER TO WS-TOT-OVER
           ADD WS-GRP-SHORT TO WS-TOT-SHORT
           ADD WS-GRP-PEND-CNT TO WS-TOT-PEND-CNT.

       LIST-UNCOUNTED-DEPOSIT.
           ADD 1 TO WS-GRP-PEND-CNT
           ADD DVER-KEYED-AMT TO WS-GRP-PEND-AMT
           COMPUTE WS-DEP-INT =
               FUNCTION INTEGER-OF-DATE(DVER-DEPOSIT-DT)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DEP-INT
           MOVE DVER-KEYED-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-AGE-DAYS > WS-COUNT-DAYS
               ADD 1 TO WS-TOT-AGED-CNT
               MOVE WS-AGE-DAYS TO WS-DISP-DAYS
               STRING "  " DVER-DEPOSIT-DT " TXN " DVER-TXN-ID
                   " ACCT " DVER-ACCT-NO
                   " KEYED " WS-DISP-AMT
                   " ** UNCOUNTED " WS-DISP-DAYS " DAYS **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  " DVER-DEPOSIT-DT " TXN " DVER-TXN-ID
                   " ACCT " DVER-ACCT-NO
                   " KEYED " WS-DISP-AMT
                   " AWAITING COUNT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

      *    Moves the terminal's cash position by the counted
      *    difference - ATMFEED added the keyed amount when the
      *    deposit was taken - and appends the adjustment to the
      *    ATMSETL feed. Without the feed open nothing is applied,
      *    so the next run picks the item up instead.
       APPLY-COUNT-ADJUSTMENT.
           IF NOT WS-VADJ-IS-OPEN
               GO TO APPLY-COUNT-ADJUSTMENT-EXIT
           END-IF
           IF WS-TERM-IS-OPEN
               MOVE DVER-TERM-ID TO TERM-ID
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD DVER-ADJ-AMT TO TERM-CASH-POS
                       REWRITE TERM-REC
                       IF NOT WS-TERM-OK
                           DISPLAY "  WARNING: Could not update "
                               "terminal " TERM-ID
                               " cash position."
                       END-IF
               END-READ
           END-IF

           MOVE DVER-DEPOSIT-DT TO VADJ-DEPOSIT-DT
           MOVE DVER-TERM-ID TO VADJ-TERM-ID
           MOVE DVER-TERM-BRANCH TO VADJ-TERM-BRANCH
           MOVE DVER-TXN-ID TO VADJ-TXN-ID
           MOVE DVER-ADJ-TXN-ID TO VADJ-ADJ-TXN-ID
           MOVE ZEROS TO VADJ-OVER-AMT VADJ-SHORT-AMT
           IF DVER-ADJ-AMT > ZEROS
               MOVE DVER-ADJ-AMT TO VADJ-OVER-AMT
           ELSE
               COMPUTE VADJ-SHORT-AMT = 0 - DVER-ADJ-AMT
           END-IF
           MOVE DVER-COUNT-DT TO VADJ-COUNT-DT
           MOVE WS-TODAY-DATE TO VADJ-POST-DT
           WRITE VADJ-REC

           MOVE WS-TODAY-DATE TO DVER-TERM-POST-DT
           REWRITE DVER-REC
           IF NOT WS-DVER-OK
               DISPLAY "  WARNING: Could not mark deposit "
                   DVER-TXN-ID " applied."
           END-IF
           ADD 1 TO WS-APPLIED-CNT.
       APPLY-COUNT-ADJUSTMENT-EXIT.
           EXIT.

      *    Registers the finished report on the spool catalog, so
      *    RPTSPOOL can list, view, and retire it by class.
       REGISTER-SPOOL-REPORT.
           OPEN I-O RPC-FILE
           IF NOT WS-RPC-OK
               IF WS-RPC-FILE-MISSING
                   OPEN OUTPUT RPC-FILE
                   IF WS-RPC-OK
                       CLOSE RPC-FILE
                       OPEN I-O RPC-FILE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RPC-OK
               DISPLAY "WARNING: Could not catalog the report."
               GO TO REGISTER-SPOOL-REPORT-EXIT
           END-IF
           MOVE HIGH-VALUES TO RPC-ID
           START RPC-FILE KEY IS LESS THAN RPC-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-RPC-ID
           END-START
           IF WS-RPC-OK
               READ RPC-FILE NEXT
                   AT END
                       MOVE 1 TO WS-NEXT-RPC-ID
                   NOT AT END
                       COMPUTE WS-NEXT-RPC-ID = RPC-ID + 1
               END-READ
           END-IF
           MOVE WS-NEXT-RPC-ID   TO RPC-ID
           MOVE "ATMVRPT "       TO RPC-PROGRAM
           MOVE WS-TODAY-DATE    TO RPC-DATE
           MOVE ZEROS            TO RPC-TIME
           MOVE WS-RPT-FILENAME  TO RPC-PATH
           MOVE WS-SPOOL-LINES   TO RPC-LINES
           MOVE "D"              TO RPC-CLASS
           MOVE "A"              TO RPC-STATUS
           WRITE RPC-REC
           INVALID KEY
               DISPLAY "WARNING: Could not catalog the report."
           END-WRITE
           CLOSE RPC-FILE.
       REGISTER-SPOOL-REPORT-EXIT.
           EXIT.

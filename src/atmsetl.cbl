      * runs' ids), reports matched and unmatched positions per        *
      * terminal, and writes the day's net settlement movement as a    *
      * balanced posting pair in the GL extract format - so the        *
      * correspondent account stops drifting for weeks. The branch     *
      * count adjustments ATMVRPT fed for the day's deposits           *
      * (data/ATMVADJ.dat) are shown by terminal as a memo against     *
      * the switch's deposits: they post through their own journal     *
      * entries, so they stay out of the variance and the posting.     *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS TERM-ID
               FILE STATUS IS WS-TERM-STATUS.

           SELECT VADJ-FILE
               ASSIGN TO "data/ATMVADJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VADJ-STATUS.

           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TERM-FILE.
       COPY TERM-REC.

       FD  VADJ-FILE.
       COPY VADJ-REC.

      *    Posting line in the same layout the GLEXTR extract uses.
       FD  OUT-FILE.
       01  OUT-REC.
       01  WS-TERM-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-TERM-IS-OPEN       VALUE 1.

       01  WS-VADJ-STATUS        PIC XX.
           88  WS-VADJ-OK            VALUE "00".
       01  WS-VADJ-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-VADJ-AT-EOF        VALUE 1.

       01  WS-OUT-STATUS         PIC XX.
           88  WS-OUT-OK             VALUE "00".
       01  WS-OUT-OPEN-FLAG      PIC 9 VALUE 0.
       01  WS-LINES-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-TERM-TAG           PIC X(14).

      *--- Branch count adjustments to the day's deposits, by
      *    terminal ---
       01  WS-VADJ-TABLE.
           05  WS-VADJ-ENTRY     OCCURS 100 TIMES.
               10  WS-VADJ-T-TERM    PIC X(8).
               10  WS-VADJ-T-CNT     PIC 9(5).
               10  WS-VADJ-T-OVER    PIC 9(9)V99.
               10  WS-VADJ-T-SHORT   PIC 9(9)V99.
       01  WS-VADJ-USED          PIC 9(3) VALUE 0.
       01  WS-VADJ-IDX           PIC 9(3).
       01  WS-VADJ-HIT           PIC 9(3) VALUE 0.
       01  WS-VADJ-CNT           PIC 9(7) VALUE 0.
       01  WS-VADJ-OVER          PIC S9(11)V99 VALUE ZEROS.
       01  WS-VADJ-SHORT         PIC S9(11)V99 VALUE ZEROS.
       01  WS-VADJ-NET           PIC S9(11)V99 VALUE ZEROS.
       01  WS-COUNTED-D-TOTAL    PIC S9(11)V99 VALUE ZEROS.

       01  WS-W-VARIANCE         PIC S9(11)V99.
       01  WS-D-VARIANCE         PIC S9(11)V99.
       01  WS-NET-MOVE           PIC S9(11)V99.
           PERFORM COLLECT-ATMFEED-RUNS
               THRU COLLECT-ATMFEED-RUNS-EXIT
           PERFORM TOTAL-OUR-ENTRIES THRU TOTAL-OUR-ENTRIES-EXIT
           PERFORM LOAD-COUNT-ADJUSTMENTS
               THRU LOAD-COUNT-ADJUSTMENTS-EXIT

           DISPLAY SPACES
           DISPLAY "  TERMINAL  W-CNT  W-AMOUNT         "
           DISPLAY "  Terminals matched:   " WS-TERMS-MATCHED
           DISPLAY "  Terminals unmatched: " WS-TERMS-UNMATCHED

           IF WS-VADJ-CNT > ZEROS
               COMPUTE WS-VADJ-NET = WS-VADJ-OVER - WS-VADJ-SHORT
               COMPUTE WS-COUNTED-D-TOTAL =
                   WS-SW-D-TOTAL + WS-VADJ-NET
               DISPLAY "  BRANCH COUNT ADJUSTMENTS (memo - "
                   "journaled separately):"
               DISPLAY "    Items adjusted      " WS-VADJ-CNT
               MOVE WS-VADJ-OVER TO WS-DISP-AMT
               DISPLAY "    Over                " WS-DISP-AMT
               MOVE WS-VADJ-SHORT TO WS-DISP-AMT
               DISPLAY "    Short               " WS-DISP-AMT
               MOVE WS-VADJ-NET TO WS-DISP-AMT
               DISPLAY "    Net adjustment      " WS-DISP-AMT
               MOVE WS-COUNTED-D-TOTAL TO WS-DISP-AMT
               DISPLAY "    Deposits as counted " WS-DISP-AMT
           END-IF

           PERFORM WRITE-SETTLEMENT-POSTING
               THRU WRITE-SETTLEMENT-POSTING-EXIT
           DISPLAY "========================================="
               WS-DISP-AMT WITH NO ADVANCING
           MOVE STL-D-AMOUNT TO WS-DISP-AMT
           DISPLAY "  " STL-D-COUNT " " WS-DISP-AMT
               "  " WS-TERM-TAG

           MOVE 0 TO WS-VADJ-HIT
           PERFORM FIND-TERMINAL-ADJUSTMENTS
               VARYING WS-VADJ-IDX FROM 1 BY 1
               UNTIL WS-VADJ-IDX > WS-VADJ-USED
               OR WS-VADJ-HIT > 0
           IF WS-VADJ-HIT > 0
               MOVE WS-VADJ-T-OVER(WS-VADJ-HIT) TO WS-DISP-AMT
               DISPLAY "            count adj "
                   WS-VADJ-T-CNT(WS-VADJ-HIT) " over "
                   WS-DISP-AMT WITH NO ADVANCING
               MOVE WS-VADJ-T-SHORT(WS-VADJ-HIT) TO WS-DISP-AMT
               DISPLAY " short " WS-DISP-AMT
           END-IF.
       RECONCILE-ONE-TERMINAL-EXIT.
           EXIT.

       FIND-TERMINAL-ADJUSTMENTS.
           IF WS-VADJ-T-TERM(WS-VADJ-IDX) = STL-TERM-ID
               MOVE WS-VADJ-IDX TO WS-VADJ-HIT
           END-IF.

      *    Totals the count adjustments ATMVRPT fed for deposits
      *    taken on the settlement date, by terminal. No feed yet
      *    simply means no branch has adjusted a count.
       LOAD-COUNT-ADJUSTMENTS.
           OPEN INPUT VADJ-FILE
           IF NOT WS-VADJ-OK
               GO TO LOAD-COUNT-ADJUSTMENTS-EXIT
           END-IF
           PERFORM TALLY-ONE-ADJUSTMENT UNTIL WS-VADJ-AT-EOF
           CLOSE VADJ-FILE.
       LOAD-COUNT-ADJUSTMENTS-EXIT.
           EXIT.

       TALLY-ONE-ADJUSTMENT.
           READ VADJ-FILE
               AT END
                   SET WS-VADJ-AT-EOF TO TRUE
               NOT AT END
                   IF VADJ-DEPOSIT-DT = WS-SETTLE-DATE
                       PERFORM ADD-TERMINAL-ADJUSTMENT
                   END-IF
           END-READ.

       ADD-TERMINAL-ADJUSTMENT.
           ADD 1 TO WS-VADJ-CNT
           ADD VADJ-OVER-AMT TO WS-VADJ-OVER
           ADD VADJ-SHORT-AMT TO WS-VADJ-SHORT
           MOVE 0 TO WS-VADJ-HIT
           PERFORM FIND-FEED-TERMINAL
               VARYING WS-VADJ-IDX FROM 1 BY 1
               UNTIL WS-VADJ-IDX > WS-VADJ-USED
               OR WS-VADJ-HIT > 0
           IF WS-VADJ-HIT = 0
               IF WS-VADJ-USED < 100
                   ADD 1 TO WS-VADJ-USED
                   MOVE WS-VADJ-USED TO WS-VADJ-HIT
                   MOVE VADJ-TERM-ID
                       TO WS-VADJ-T-TERM(WS-VADJ-HIT)
                   MOVE ZEROS TO WS-VADJ-T-CNT(WS-VADJ-HIT)
                       WS-VADJ-T-OVER(WS-VADJ-HIT)
                       WS-VADJ-T-SHORT(WS-VADJ-HIT)
               END-IF
           END-IF
           IF WS-VADJ-HIT > 0
               ADD 1 TO WS-VADJ-T-CNT(WS-VADJ-HIT)
               ADD VADJ-OVER-AMT TO WS-VADJ-T-OVER(WS-VADJ-HIT)
               ADD VADJ-SHORT-AMT TO WS-VADJ-T-SHORT(WS-VADJ-HIT)
           END-IF.

       FIND-FEED-TERMINAL.
           IF WS-VADJ-T-TERM(WS-VADJ-IDX) = VADJ-TERM-ID
               MOVE WS-VADJ-IDX TO WS-VADJ-HIT
           END-IF.

      *    The day's net settlement movement as a balanced pair in
      *    the GLEXTR line format: net cash dispensed comes back
      *    from the correspondent (due-from rises), net cash taken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSRPT.
      *================================================================*
      * SESSRPT - Daily Operator Session Report                        *
      * Nightly step. Lists every BANKUI session signed on today from  *
      * the session log (data/OPERSESS.dat) - operator, terminal,      *
      * sign-on and sign-off times, how the session ended, and the     *
      * drawer totals it carried - followed by any session from an     *
      * earlier day still shown as active, which a supervisor must     *
      * clear before that operator can sign on again. The report       *
      * (data/SESSRPT-<date>.txt) goes on the report spool.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESS-FILE
               ASSIGN TO "data/OPERSESS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-KEY
               FILE STATUS IS WS-SESS-STATUS.

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESS-FILE.
       COPY SESS-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SESS-STATUS        PIC XX.
           88  WS-SESS-OK            VALUE "00".
           88  WS-SESS-FILE-MISSING  VALUE "35".
       01  WS-SESS-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SESS-AT-EOF        VALUE 1.

      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(132).

      *    Pass 1 lists today's sessions, pass 2 the sessions from
      *    earlier days still active.
       01  WS-PASS               PIC 9 VALUE 1.
           88  WS-PASS-TODAY         VALUE 1.
           88  WS-PASS-STALE         VALUE 2.

       01  WS-END-TEXT           PIC X(20).
       01  WS-END-DT             PIC 9(8).
       01  WS-END-TM             PIC 9(6).
       01  WS-MINUTES            PIC S9(7) VALUE 0.
       01  WS-END-MINS           PIC 9(4) VALUE 0.
       01  WS-ON-MINS            PIC 9(4) VALUE 0.
       01  WS-TIME-PARTS.
           05  WS-TP-HH          PIC 9(2).
           05  WS-TP-MM          PIC 9(2).
           05  WS-TP-SS          PIC 9(2).
       01  WS-LAST-OPER          PIC X(8) VALUE SPACES.

       01  WS-SESSION-COUNT      PIC 9(5) VALUE 0.
       01  WS-OPERATOR-COUNT     PIC 9(5) VALUE 0.
       01  WS-SIGNED-OFF-COUNT   PIC 9(5) VALUE 0.
       01  WS-IDLE-OUT-COUNT     PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACTIVE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRAINING-COUNT     PIC 9(5) VALUE 0.
       01  WS-STALE-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOT-DEP-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOT-DEP-AMT        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-WD-COUNT       PIC 9(7) VALUE 0.
       01  WS-TOT-WD-AMT         PIC S9(11)V99 VALUE 0.

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

       01  WS-DISP-AMT           PIC -$$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC -$$$,$$$,$$9.99.
       01  WS-DISP-TOT           PIC -$$,$$$,$$$,$$9.99.
       01  WS-DISP-COUNT         PIC ZZZZ9.
       01  WS-DISP-COUNT2        PIC ZZZZ9.
       01  WS-DISP-MINUTES       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  OPERATOR SESSION REPORT"
           DISPLAY "========================================="
           PERFORM GET-CURRENT-DATETIME

      *    No session file is a site whose terminals have not signed
      *    on since sessions were logged; there is nothing to list.
           OPEN INPUT SESS-FILE
           IF NOT WS-SESS-OK
               IF WS-SESS-FILE-MISSING
                   DISPLAY "No session file - nothing to report."
               ELSE
                   DISPLAY "FATAL: Cannot open session file: "
                       WS-SESS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM OPEN-RPT-FILE
           SET WS-PASS-TODAY TO TRUE
           PERFORM SCAN-SESSIONS
           PERFORM PRINT-DAY-TOTALS

           SET WS-PASS-STALE TO TRUE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "SESSIONS FROM EARLIER DAYS STILL ACTIVE"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM SCAN-SESSIONS
           IF WS-STALE-COUNT = ZEROS
               MOVE "  (None)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           CLOSE SESS-FILE

           DISPLAY "  Sessions signed on today: " WS-SESSION-COUNT
           DISPLAY "  Operators:                " WS-OPERATOR-COUNT
           DISPLAY "  Idle sign-offs:           " WS-IDLE-OUT-COUNT
           DISPLAY "  Cleared by supervisor:    " WS-CLEARED-COUNT
           DISPLAY "  Still active:             " WS-ACTIVE-COUNT
           IF WS-STALE-COUNT > ZEROS
               DISPLAY "  Active from earlier days: " WS-STALE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

       SCAN-SESSIONS.
           MOVE 0 TO WS-SESS-EOF-FLAG
           MOVE SPACES TO WS-LAST-OPER
           MOVE LOW-VALUES TO SESS-KEY
           START SESS-FILE KEY IS GREATER THAN SESS-KEY
               INVALID KEY
                   SET WS-SESS-AT-EOF TO TRUE
           END-START
           PERFORM REPORT-NEXT-SESSION UNTIL WS-SESS-AT-EOF.

       REPORT-NEXT-SESSION.
           READ SESS-FILE NEXT
               AT END
                   SET WS-SESS-AT-EOF TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-SESSION
                       THRU REPORT-ONE-SESSION-EXIT
           END-READ.

       REPORT-ONE-SESSION.
           IF WS-PASS-TODAY
               IF SESS-ON-DT NOT = WS-TODAY-DATE
                   GO TO REPORT-ONE-SESSION-EXIT
               END-IF
           ELSE
               IF SESS-ON-DT NOT < WS-TODAY-DATE
                   OR NOT SESS-IS-ACTIVE
                   GO TO REPORT-ONE-SESSION-EXIT
               END-IF
               ADD 1 TO WS-STALE-COUNT
           END-IF

      *    How the session ended, and the time the duration runs to:
      *    sign-off, or the last activity for one still open.
           EVALUATE TRUE
               WHEN SESS-IS-SIGNED-OFF
                   MOVE "SIGNED OFF" TO WS-END-TEXT
               WHEN SESS-IS-IDLE-OUT
                   MOVE "IDLE TIMEOUT" TO WS-END-TEXT
               WHEN SESS-IS-CLEARED
                   MOVE SPACES TO WS-END-TEXT
                   STRING "CLEARED BY " SESS-CLEARED-BY
                       DELIMITED BY SIZE INTO WS-END-TEXT
                   END-STRING
               WHEN SESS-IS-ACTIVE
                   MOVE "STILL ACTIVE" TO WS-END-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-END-TEXT
           END-EVALUATE
           IF SESS-IS-ACTIVE
               MOVE SESS-LAST-DT TO WS-END-DT
               MOVE SESS-LAST-TM TO WS-END-TM
           ELSE
               MOVE SESS-OFF-DT TO WS-END-DT
               MOVE SESS-OFF-TM TO WS-END-TM
           END-IF
           MOVE ZEROS TO WS-MINUTES
           IF WS-END-DT NUMERIC AND WS-END-DT > ZEROS
               AND SESS-ON-DT NUMERIC AND SESS-ON-DT > ZEROS
               MOVE WS-END-TM TO WS-TIME-PARTS
               COMPUTE WS-END-MINS = WS-TP-HH * 60 + WS-TP-MM
               MOVE SESS-ON-TM TO WS-TIME-PARTS
               COMPUTE WS-ON-MINS = WS-TP-HH * 60 + WS-TP-MM
               COMPUTE WS-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-END-DT)
                   - FUNCTION INTEGER-OF-DATE(SESS-ON-DT)) * 1440
                   + WS-END-MINS - WS-ON-MINS
               IF WS-MINUTES < ZEROS
                   MOVE ZEROS TO WS-MINUTES
               END-IF
           END-IF

           IF WS-PASS-TODAY
               ADD 1 TO WS-SESSION-COUNT
               IF SESS-OPER-ID NOT = WS-LAST-OPER
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE SESS-OPER-ID TO WS-LAST-OPER
               END-IF
               EVALUATE TRUE
                   WHEN SESS-IS-SIGNED-OFF
                       ADD 1 TO WS-SIGNED-OFF-COUNT
                   WHEN SESS-IS-IDLE-OUT
                       ADD 1 TO WS-IDLE-OUT-COUNT
                   WHEN SESS-IS-CLEARED
                       ADD 1 TO WS-CLEARED-COUNT
                   WHEN SESS-IS-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
               END-EVALUATE
               IF SESS-IS-TRAINING
                   ADD 1 TO WS-TRAINING-COUNT
               ELSE
                   ADD SESS-DEP-COUNT TO WS-TOT-DEP-COUNT
                   ADD SESS-DEP-TOTAL TO WS-TOT-DEP-AMT
                   ADD SESS-WD-COUNT  TO WS-TOT-WD-COUNT
                   ADD SESS-WD-TOTAL  TO WS-TOT-WD-AMT
               END-IF
           END-IF

           MOVE WS-MINUTES TO WS-DISP-MINUTES
           MOVE SESS-DEP-COUNT TO WS-DISP-COUNT
           MOVE SESS-DEP-TOTAL TO WS-DISP-AMT
           MOVE SESS-WD-COUNT TO WS-DISP-COUNT2
           MOVE SESS-WD-TOTAL TO WS-DISP-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING SESS-OPER-ID " " SESS-TERMINAL " "
               SESS-ON-DT " " SESS-ON-TM " "
               WS-END-DT " " WS-END-TM " " WS-DISP-MINUTES " "
               WS-DISP-COUNT WS-DISP-AMT " "
               WS-DISP-COUNT2 WS-DISP-AMT2 " "
               WS-END-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           IF SESS-IS-TRAINING
               MOVE "TRAINING" TO WS-RPT-LINE(124:8)
           END-IF
           PERFORM WRITE-RPT-LINE.
       REPORT-ONE-SESSION-EXIT.
           EXIT.

       PRINT-DAY-TOTALS.
           IF WS-SESSION-COUNT = ZEROS
               MOVE "  (No sessions signed on today)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SESSIONS:                " WS-SESSION-COUNT
               "   OPERATORS: " WS-OPERATOR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SIGNED OFF:              " WS-SIGNED-OFF-COUNT
               "   IDLE TIMEOUT: " WS-IDLE-OUT-COUNT
               "   CLEARED: " WS-CLEARED-COUNT
               "   STILL ACTIVE: " WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAINING SESSIONS:       " WS-TRAINING-COUNT
               "   (drawer totals below exclude them)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-DEP-AMT TO WS-DISP-TOT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DRAWER DEPOSITS:         " WS-TOT-DEP-COUNT
               "  " WS-DISP-TOT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-WD-AMT TO WS-DISP-TOT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DRAWER WITHDRAWALS:      " WS-TOT-WD-COUNT
               "  " WS-DISP-TOT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/SESSRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "OPERATOR SESSION REPORT" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "SESSIONS SIGNED ON " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "OPERATOR TERMINAL ON DATE  TIME   "
                   "OFF DATE TIME     MINS   DEP         "
                   "AMOUNT    WD         AMOUNT ENDED"
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
               ADD 1 TO WS-SPOOL-LINES
           END-IF.

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
           MOVE "SESSRPT"        TO RPC-PROGRAM
           MOVE WS-TODAY-DATE    TO RPC-DATE
           MOVE WS-NOW-TIME      TO RPC-TIME
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

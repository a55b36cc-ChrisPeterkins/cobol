       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDNACT.
      *================================================================*
      * CARDNACT - Cards Never Activated                               *
      * Month-end report. Lists every card still pending activation    *
      * more than 60 days after it was issued - new cards, reissues    *
      * and replacements the holder never confirmed receiving, which   *
      * may have gone astray in the post. Each line shows when the     *
      * card went to the bureau (or that it never went, held for       *
      * returned mail) so the branch can cancel it in CARDMNT, or      *
      * call the holder first. Report data/CARDNACT-<date>.txt.        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "data/CARDMAST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-ID
               FILE STATUS IS WS-CARD-STATUS.

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

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CARD-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

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

       01  WS-CARD-STATUS        PIC XX.
           88  WS-CARD-OK            VALUE "00".
           88  WS-CARD-FILE-MISSING  VALUE "35".
       01  WS-CARD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CARD-AT-EOF        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

      *    Days after issue a card may stay unactivated before it
      *    is listed.
       01  WS-NACT-DAYS          PIC 9(3) VALUE 60.

       01  WS-LISTED-CNT         PIC 9(5) VALUE 0.
       01  WS-PENDING-CNT        PIC 9(5) VALUE 0.
       01  WS-AGE-DAYS           PIC S9(5).
       01  WS-ISSUED-INT         PIC 9(7).
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-SENT-TAG           PIC X(17).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-CNT           PIC ZZ,ZZ9.
       01  WS-DISP-DAYS          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CARDS NEVER ACTIVATED"
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

           OPEN INPUT CARD-FILE
           IF NOT WS-CARD-OK
               IF WS-CARD-FILE-MISSING
                   DISPLAY "No card master - nothing to report."
               ELSE
                   DISPLAY "Error opening card master: "
                       WS-CARD-STATUS
               END-IF
               STOP RUN
           END-IF

           STRING "data/CARDNACT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
           END-IF
           MOVE "CARDS NOT ACTIVATED WITHIN 60 DAYS OF ISSUE"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES      TO WS-RPT-LINE
           MOVE "CARD ID"   TO WS-RPT-LINE(1:16)
           MOVE "T"         TO WS-RPT-LINE(18:1)
           MOVE "ACCOUNT"   TO WS-RPT-LINE(20:8)
           MOVE "ISSUED"    TO WS-RPT-LINE(29:8)
           MOVE "DAYS"      TO WS-RPT-LINE(39:4)
           MOVE "TO BUREAU" TO WS-RPT-LINE(44:17)
           MOVE "HOLDER"    TO WS-RPT-LINE(62:30)
           PERFORM WRITE-RPT-LINE

           MOVE LOW-VALUES TO CARD-ID
           START CARD-FILE KEY IS GREATER THAN CARD-ID
               INVALID KEY
                   SET WS-CARD-AT-EOF TO TRUE
           END-START
           PERFORM CHECK-NEXT-CARD UNTIL WS-CARD-AT-EOF

           IF WS-LISTED-CNT = ZEROS
               MOVE "(No cards outstanding past the limit)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-LISTED-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS LISTED FOR CANCELLATION " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-PENDING-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALL CARDS PENDING ACTIVATION  " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           CLOSE CARD-FILE
           DISPLAY "========================================="
           STOP RUN.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-SPOOL-LINES
           END-IF
           DISPLAY WS-RPT-LINE.

       CHECK-NEXT-CARD.
           READ CARD-FILE NEXT
               AT END
                   SET WS-CARD-AT-EOF TO TRUE
               NOT AT END
                   IF CARD-IS-PENDING
                       ADD 1 TO WS-PENDING-CNT
                       PERFORM LIST-IF-OVERDUE
                           THRU LIST-IF-OVERDUE-EXIT
                   END-IF
           END-READ.

       LIST-IF-OVERDUE.
           IF CARD-ISSUED-DT NOT NUMERIC
               OR CARD-ISSUED-DT = ZEROS
               GO TO LIST-IF-OVERDUE-EXIT
           END-IF
           COMPUTE WS-ISSUED-INT =
               FUNCTION INTEGER-OF-DATE(CARD-ISSUED-DT)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ISSUED-INT
           IF WS-AGE-DAYS NOT > WS-NACT-DAYS
               GO TO LIST-IF-OVERDUE-EXIT
           END-IF

           ADD 1 TO WS-LISTED-CNT
           MOVE WS-AGE-DAYS TO WS-DISP-DAYS
           MOVE SPACES TO WS-SENT-TAG
           IF CARD-PROD-DT NUMERIC AND CARD-PROD-DT > ZEROS
               MOVE CARD-PROD-DT TO WS-SENT-TAG
           ELSE
               MOVE "NEVER SENT" TO WS-SENT-TAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING CARD-ID " " CARD-ISSUE-TYPE " " CARD-ACCT-NO
               " " CARD-ISSUED-DT " " WS-DISP-DAYS
               " " WS-SENT-TAG " " CARD-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       LIST-IF-OVERDUE-EXIT.
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
           MOVE "CARDNACT"       TO RPC-PROGRAM
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

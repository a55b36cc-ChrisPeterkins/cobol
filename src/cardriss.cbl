       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRISS.
      *================================================================*
      * CARDRISS - Card Reissue Ahead of Expiry                        *
      * Nightly step. Every active card expiring this month or next    *
      * that has not already been succeeded gets a reissued card: a    *
      * new card number (the old card's issuer prefix and the next     *
      * number from CTRL-LAST-CARD-SEQ), the same account, holder and  *
      * daily limit, and an expiry three years on. The new card is     *
      * pending activation, so CARDPROD sends it to the card bureau    *
      * on the same night's production file; the old card keeps       *
      * working until the new one is activated in CARDMNT, which       *
      * cancels it. Cards on accounts no longer active are not         *
      * reissued. Each reissue is audited and listed on                *
      * data/CARDRISS-<date>.txt.                                      *
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

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

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

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

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
       01  WS-CARD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CARD-AT-EOF        VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

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
       01  WS-RPT-LINE           PIC X(100).

      *    Years a reissued card runs past the one it succeeds.
       01  WS-REISSUE-YEARS      PIC 9(2) VALUE 3.

      *--- Cards due, gathered before any is reissued so the new
      *    cards written into the master are not walked over ---
       01  WS-DUE-TABLE.
           05  WS-DUE-CARD-ID    PIC X(16) OCCURS 500 TIMES.
       01  WS-DUE-CNT            PIC 9(3) VALUE 0.
       01  WS-DUE-IDX            PIC 9(3).
       01  WS-DUE-OVERFLOW       PIC 9(5) VALUE 0.

       01  WS-CARD-SEQ           PIC 9(10) VALUE ZEROS.
       01  WS-SAVE-CARD-REC      PIC X(125).
       01  WS-OLD-CARD-ID        PIC X(16).
       01  WS-NEW-CARD-ID        PIC X(16).
       01  WS-NEW-ID-PARTS REDEFINES WS-NEW-CARD-ID.
           05  WS-NEW-ID-PREFIX  PIC X(6).
           05  WS-NEW-ID-SEQ     PIC 9(10).
       01  WS-NEW-EXPIRY         PIC 9(6).
       01  WS-ID-TRIES           PIC 9(3) VALUE 0.
       01  WS-ID-DONE-FLAG       PIC 9 VALUE 0.
           88  WS-ID-DONE            VALUE 1.

       01  WS-REISSUED-CNT       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-CNT        PIC 9(5) VALUE 0.

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
       01  WS-THIS-MONTH         PIC 9(6).
       01  WS-NEXT-MONTH         PIC 9(6).

       01  WS-DISP-CNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CARD REISSUE AHEAD OF EXPIRY"
           DISPLAY "========================================="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING

      *    The control record holds the banking date and the card
      *    numbering, so the step cannot run without it.
           OPEN I-O CTRL-FILE
           IF NOT WS-CTRL-OK
               DISPLAY "Error opening control file: " WS-CTRL-STATUS
               STOP RUN
           END-IF
           MOVE "1" TO CTRL-KEY
           READ CTRL-FILE
               INVALID KEY
                   DISPLAY "No control record - nothing to reissue."
                   CLOSE CTRL-FILE
                   STOP RUN
           END-READ
           IF CTRL-BANKING-DATE NUMERIC
               AND CTRL-BANKING-DATE > ZEROS
               MOVE CTRL-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           IF CTRL-LAST-CARD-SEQ NUMERIC
               MOVE CTRL-LAST-CARD-SEQ TO WS-CARD-SEQ
           END-IF

           COMPUTE WS-THIS-MONTH = WS-TODAY-DATE / 100
           COMPUTE WS-NEXT-MONTH = WS-THIS-MONTH + 1
           IF FUNCTION MOD(WS-NEXT-MONTH, 100) = 13
               ADD 88 TO WS-NEXT-MONTH
           END-IF

           OPEN I-O CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY "No card master - nothing to reissue."
               CLOSE CTRL-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "Error opening account file: " WS-ACCT-STATUS
               CLOSE CARD-FILE CTRL-FILE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-OK
               SET WS-AUDIT-IS-OPEN TO TRUE
           END-IF

           STRING "data/CARDRISS-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
           END-IF
           MOVE "CARDS REISSUED AHEAD OF EXPIRY" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-DATE
               "  EXPIRING " WS-THIS-MONTH " AND " WS-NEXT-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           MOVE LOW-VALUES TO CARD-ID
           START CARD-FILE KEY IS GREATER THAN CARD-ID
               INVALID KEY
                   SET WS-CARD-AT-EOF TO TRUE
           END-START
           PERFORM COLLECT-DUE-CARD UNTIL WS-CARD-AT-EOF

           PERFORM REISSUE-ONE-CARD THRU REISSUE-ONE-CARD-EXIT
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-CNT

           MOVE "1" TO CTRL-KEY
           READ CTRL-FILE
               INVALID KEY
                   DISPLAY "WARNING: Control record gone - card "
                       "numbering not saved."
               NOT INVALID KEY
                   MOVE WS-CARD-SEQ TO CTRL-LAST-CARD-SEQ
                   REWRITE CTRL-REC
                   IF NOT WS-CTRL-OK
                       DISPLAY "WARNING: Could not save card "
                           "numbering - status " WS-CTRL-STATUS
                   END-IF
           END-READ

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-REISSUED-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS REISSUED " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SKIPPED-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS SKIPPED  " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-DUE-OVERFLOW > ZEROS
               MOVE WS-DUE-OVERFLOW TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "LEFT FOR THE NEXT RUN " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF

           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           CLOSE CARD-FILE ACCT-FILE CTRL-FILE
           DISPLAY "========================================="
           STOP RUN.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-SPOOL-LINES
           END-IF
           DISPLAY WS-RPT-LINE.

      *    An active card not yet succeeded whose expiry falls this
      *    month or next. A card already expired is not reissued -
      *    the holder has to ask for a replacement.
       COLLECT-DUE-CARD.
           READ CARD-FILE NEXT
               AT END
                   SET WS-CARD-AT-EOF TO TRUE
               NOT AT END
                   IF CARD-IS-ACTIVE
                       AND CARD-NEXT-ID = SPACES
                       AND CARD-EXPIRY NUMERIC
                       AND CARD-EXPIRY NOT < WS-THIS-MONTH
                       AND CARD-EXPIRY NOT > WS-NEXT-MONTH
                       IF WS-DUE-CNT < 500
                           ADD 1 TO WS-DUE-CNT
                           MOVE CARD-ID TO WS-DUE-CARD-ID(WS-DUE-CNT)
                       ELSE
                           ADD 1 TO WS-DUE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       REISSUE-ONE-CARD.
           MOVE WS-DUE-CARD-ID(WS-DUE-IDX) TO CARD-ID
           READ CARD-FILE
               INVALID KEY
                   GO TO REISSUE-ONE-CARD-EXIT
           END-READ
           MOVE CARD-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE SPACES TO ACCT-STATUS
           END-READ
           IF NOT ACCT-IS-ACTIVE
               ADD 1 TO WS-SKIPPED-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SKIPPED  " CARD-ID " ACCT " CARD-ACCT-NO
                   " EXP " CARD-EXPIRY " ACCOUNT NOT ACTIVE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF

           MOVE CARD-REC TO WS-SAVE-CARD-REC
           MOVE CARD-ID TO WS-OLD-CARD-ID
           COMPUTE WS-NEW-EXPIRY =
               CARD-EXPIRY + WS-REISSUE-YEARS * 100
           MOVE 0 TO WS-ID-TRIES
           MOVE 0 TO WS-ID-DONE-FLAG
           PERFORM WRITE-REISSUED-CARD
               UNTIL WS-ID-DONE OR WS-ID-TRIES > 50
           IF NOT WS-ID-DONE
               ADD 1 TO WS-SKIPPED-CNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SKIPPED  " WS-OLD-CARD-ID
                   " NO FREE CARD NUMBER - STATUS " WS-CARD-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF

           MOVE WS-SAVE-CARD-REC TO CARD-REC
           MOVE WS-NEW-CARD-ID TO CARD-NEXT-ID
           REWRITE CARD-REC
           IF NOT WS-CARD-OK
               DISPLAY "  WARNING: Could not link card "
                   WS-OLD-CARD-ID " to its reissue."
           END-IF
           PERFORM LOG-REISSUE-AUDIT THRU LOG-REISSUE-AUDIT-EXIT
           ADD 1 TO WS-REISSUED-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  REISSUED " WS-OLD-CARD-ID " AS " WS-NEW-CARD-ID
               " ACCT " CARD-ACCT-NO
               " EXP " CARD-EXPIRY " TO " WS-NEW-EXPIRY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       REISSUE-ONE-CARD-EXIT.
           EXIT.

      *    A number already on the master (a card keyed by hand in
      *    CARDMNT, or a run that stopped before saving the
      *    numbering) is passed over for the next one.
       WRITE-REISSUED-CARD.
           ADD 1 TO WS-ID-TRIES
           ADD 1 TO WS-CARD-SEQ
           MOVE WS-SAVE-CARD-REC TO CARD-REC
           MOVE WS-OLD-CARD-ID(1:6) TO WS-NEW-ID-PREFIX
           MOVE WS-CARD-SEQ TO WS-NEW-ID-SEQ
           MOVE WS-NEW-CARD-ID TO CARD-ID
           MOVE "P"            TO CARD-STATUS
           MOVE "R"            TO CARD-ISSUE-TYPE
           MOVE WS-OLD-CARD-ID TO CARD-PREV-ID
           MOVE SPACES         TO CARD-NEXT-ID
           MOVE WS-NEW-EXPIRY  TO CARD-EXPIRY
           MOVE WS-TODAY-DATE  TO CARD-ISSUED-DT
           MOVE ZEROS          TO CARD-PROD-DT CARD-ACTIVATED-DT
           WRITE CARD-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-DONE TO TRUE
           END-WRITE.

       LOG-REISSUE-AUDIT.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO LOG-REISSUE-AUDIT-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE "CARDRISS"        TO AUDIT-OPERATOR-ID
           MOVE "CARDRISS"        TO AUDIT-ACTION
           MOVE CARD-ACCT-NO      TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "CARD " WS-NEW-CARD-ID
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       LOG-REISSUE-AUDIT-EXIT.
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
           MOVE "CARDRISS"       TO RPC-PROGRAM
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDPROD.
      *================================================================*
      * CARDPROD - Daily Card Production File to the Card Bureau       *
      * Nightly step, after CARDRISS. Every card pending activation    *
      * that has not yet gone to the bureau - new cards and            *
      * replacements issued in CARDMNT, and tonight's reissues - is    *
      * written to the day's production file,                          *
      * data/CARDPROD-<date>.dat, with the name to emboss and the      *
      * address to mail it to from CUST-REC, and stamped with the date *
      * it went (CARD-PROD-DT). An account with no customer record     *
      * has its card sent to the account's branch for collection. A    *
      * holder whose mail has come back (CUST-MAIL-RETURNED) gets no   *
      * card; it goes on the day's hold-mail report (HMAIL-REC) and    *
      * waits, unstamped, for a good address. A rerun the same day     *
      * extends the day's file with only what has not gone yet. The    *
      * control listing data/CARDPROD-<date>.txt lists every card      *
      * sent or held.                                                  *
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

           SELECT CPRD-FILE
               ASSIGN TO DYNAMIC WS-CPRD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPRD-STATUS.

           SELECT HMAIL-FILE
               ASSIGN TO DYNAMIC WS-HMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMAIL-STATUS.

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

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

      *    One line per card for the bureau to emboss and mail.
       FD  CPRD-FILE.
       01  CPRD-REC.
           05  CPRD-CARD-ID       PIC X(16).
      *    N new, R reissue, L replacement - as CARD-ISSUE-TYPE.
           05  CPRD-ISSUE-TYPE    PIC X(1).
      *    Card this one reissues or replaces; spaces for a new card.
           05  CPRD-PREV-ID       PIC X(16).
           05  CPRD-EXPIRY        PIC 9(6).
           05  CPRD-EMBOSS-NAME   PIC X(30).
           05  CPRD-ACCT-NO       PIC 9(8).
      *    M mail to the holder's address; B send to the branch for
      *    collection (address lines blank).
           05  CPRD-DELIVERY      PIC X(1).
           05  CPRD-BRANCH        PIC X(4).
           05  CPRD-ADDR-LINE1    PIC X(30).
           05  CPRD-ADDR-LINE2    PIC X(30).
           05  CPRD-CITY          PIC X(20).
           05  CPRD-STATE         PIC X(2).
           05  CPRD-ZIP           PIC X(10).

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

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

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.
       01  WS-CUST-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-CUST-FOUND         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-CPRD-STATUS        PIC XX.
           88  WS-CPRD-OK            VALUE "00".
           88  WS-CPRD-FILE-MISSING  VALUE "35".
       01  WS-CPRD-FILENAME      PIC X(40).

       01  WS-HMAIL-STATUS       PIC XX.
           88  WS-HMAIL-OK           VALUE "00".
           88  WS-HMAIL-FILE-MISSING VALUE "35".
       01  WS-HMAIL-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-HMAIL-IS-OPEN      VALUE 1.
       01  WS-HMAIL-FILENAME     PIC X(40).

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-SENT-CNT           PIC 9(5) VALUE 0.
       01  WS-BRANCH-CNT         PIC 9(5) VALUE 0.
       01  WS-HELD-CNT           PIC 9(5) VALUE 0.
       01  WS-SKIPPED-CNT        PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-CNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CARD PRODUCTION FILE"
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

           OPEN I-O CARD-FILE
           IF NOT WS-CARD-OK
               IF WS-CARD-FILE-MISSING
                   DISPLAY "No card master - nothing to produce."
               ELSE
                   DISPLAY "Error opening card master: "
                       WS-CARD-STATUS
               END-IF
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "Error opening account file: " WS-ACCT-STATUS
               CLOSE CARD-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF

           STRING "data/CARDPROD-" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-CPRD-FILENAME
           END-STRING
           OPEN EXTEND CPRD-FILE
           IF WS-CPRD-FILE-MISSING
               OPEN OUTPUT CPRD-FILE
           END-IF
           IF NOT WS-CPRD-OK
               DISPLAY "Error opening production file: "
                   WS-CPRD-STATUS
               CLOSE CARD-FILE ACCT-FILE
               IF WS-CUST-IS-OPEN
                   CLOSE CUST-FILE
               END-IF
               STOP RUN
           END-IF

           STRING "data/CARDPROD-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
           END-IF
           MOVE "CARD PRODUCTION FILE - CONTROL LISTING"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-DATE "  FILE "
               WS-CPRD-FILENAME
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
           PERFORM PRODUCE-NEXT-CARD UNTIL WS-CARD-AT-EOF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-SENT-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS SENT TO THE BUREAU " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BRANCH-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OF WHICH TO THE BRANCH " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-HELD-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS HELD - RETURNED MAIL " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SKIPPED-CNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS NOT SENT - NO ACCOUNT " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           CLOSE CPRD-FILE
           IF WS-HMAIL-IS-OPEN
               DISPLAY "  Hold-mail report: " WS-HMAIL-FILENAME
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
           END-IF
           CLOSE CARD-FILE ACCT-FILE
           DISPLAY "========================================="
           STOP RUN.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-SPOOL-LINES
           END-IF
           DISPLAY WS-RPT-LINE.

       PRODUCE-NEXT-CARD.
           READ CARD-FILE NEXT
               AT END
                   SET WS-CARD-AT-EOF TO TRUE
               NOT AT END
                   IF CARD-IS-PENDING
                       IF CARD-PROD-DT NOT NUMERIC
                           OR CARD-PROD-DT = ZEROS
                           PERFORM PRODUCE-ONE-CARD
                               THRU PRODUCE-ONE-CARD-EXIT
                       END-IF
                   END-IF
           END-READ.

       PRODUCE-ONE-CARD.
           MOVE CARD-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-CNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  NOT SENT " CARD-ID " ACCT "
                       CARD-ACCT-NO " ACCOUNT NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   GO TO PRODUCE-ONE-CARD-EXIT
           END-READ

           MOVE 0 TO WS-CUST-FOUND-FLAG
           IF WS-CUST-IS-OPEN
               AND ACCT-CUST-NO NUMERIC
               AND ACCT-CUST-NO > ZEROS
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-CUST-FOUND AND CUST-MAIL-RETURNED
               PERFORM HOLD-ONE-CARD THRU HOLD-ONE-CARD-EXIT
               GO TO PRODUCE-ONE-CARD-EXIT
           END-IF

           MOVE SPACES           TO CPRD-REC
           MOVE CARD-ID          TO CPRD-CARD-ID
           MOVE CARD-ISSUE-TYPE  TO CPRD-ISSUE-TYPE
           MOVE CARD-PREV-ID     TO CPRD-PREV-ID
           MOVE CARD-EXPIRY      TO CPRD-EXPIRY
           MOVE CARD-HOLDER-NAME TO CPRD-EMBOSS-NAME
           MOVE CARD-ACCT-NO     TO CPRD-ACCT-NO
           MOVE ACCT-BRANCH      TO CPRD-BRANCH
           IF WS-CUST-FOUND
               MOVE "M"             TO CPRD-DELIVERY
               MOVE CUST-ADDR-LINE1 TO CPRD-ADDR-LINE1
               MOVE CUST-ADDR-LINE2 TO CPRD-ADDR-LINE2
               MOVE CUST-CITY       TO CPRD-CITY
               MOVE CUST-STATE      TO CPRD-STATE
               MOVE CUST-ZIP        TO CPRD-ZIP
           ELSE
               MOVE "B"             TO CPRD-DELIVERY
               ADD 1 TO WS-BRANCH-CNT
           END-IF
           WRITE CPRD-REC
           IF NOT WS-CPRD-OK
               DISPLAY "  WARNING: Could not write card " CARD-ID
                   " to the production file."
               GO TO PRODUCE-ONE-CARD-EXIT
           END-IF

           MOVE WS-TODAY-DATE TO CARD-PROD-DT
           REWRITE CARD-REC
           IF NOT WS-CARD-OK
               DISPLAY "  WARNING: Could not stamp card " CARD-ID
                   " as sent - status " WS-CARD-STATUS
           END-IF
           ADD 1 TO WS-SENT-CNT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CUST-FOUND
               STRING "  SENT     " CARD-ID " " CARD-ISSUE-TYPE
                   " ACCT " CARD-ACCT-NO " EXP " CARD-EXPIRY
                   " " CARD-HOLDER-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  SENT     " CARD-ID " " CARD-ISSUE-TYPE
                   " ACCT " CARD-ACCT-NO " EXP " CARD-EXPIRY
                   " TO BRANCH " ACCT-BRANCH
                   " - NO CUSTOMER ADDRESS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.
       PRODUCE-ONE-CARD-EXIT.
           EXIT.

      *    No card goes to an address the mail is coming back from;
      *    the hold-mail line tells the mailroom and the branch what
      *    is waiting for a good address.
       HOLD-ONE-CARD.
           ADD 1 TO WS-HELD-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  HELD     " CARD-ID " " CARD-ISSUE-TYPE
               " ACCT " CARD-ACCT-NO " RETURNED MAIL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               GO TO HOLD-ONE-CARD-EXIT
           END-IF
           MOVE SPACES TO HMAIL-LINE
           MOVE "CARDPROD"      TO HMAIL-SOURCE
           MOVE CUST-NO         TO HMAIL-CUST-NO
           MOVE ACCT-NO         TO HMAIL-ACCT-NO
           MOVE CUST-NAME       TO HMAIL-NAME
           STRING "CARD " CARD-ID
               DELIMITED BY SIZE INTO HMAIL-ITEM
           END-STRING
           MOVE CUST-RETMAIL-DT TO HMAIL-RET-DT
           WRITE HMAIL-REC.
       HOLD-ONE-CARD-EXIT.
           EXIT.

      *    The day's hold-mail report is shared with the other mail
      *    jobs, so it is extended, and created with its heading
      *    only when this is the first job of the day to hold mail.
       OPEN-HMAIL-FILE.
           IF WS-HMAIL-IS-OPEN
               GO TO OPEN-HMAIL-FILE-EXIT
           END-IF
           MOVE SPACES TO WS-HMAIL-FILENAME
           STRING "data/HOLDMAIL-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-HMAIL-FILENAME
           END-STRING
           OPEN EXTEND HMAIL-FILE
           IF WS-HMAIL-FILE-MISSING
               OPEN OUTPUT HMAIL-FILE
               IF WS-HMAIL-OK
                   PERFORM WRITE-HMAIL-HEADING
               END-IF
           END-IF
           IF WS-HMAIL-OK
               SET WS-HMAIL-IS-OPEN TO TRUE
           END-IF.
       OPEN-HMAIL-FILE-EXIT.
           EXIT.

       WRITE-HMAIL-HEADING.
           MOVE SPACES TO HMAIL-LINE
           MOVE "SOURCE"    TO HMAIL-LINE(1:8)
           MOVE "CUSTOMER"  TO HMAIL-LINE(10:8)
           MOVE "ACCOUNT"   TO HMAIL-LINE(19:8)
           MOVE "NAME"      TO HMAIL-LINE(28:30)
           MOVE "ITEM HELD" TO HMAIL-LINE(59:30)
           MOVE "RETURNED"  TO HMAIL-LINE(90:8)
           WRITE HMAIL-LINE.

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
           MOVE "CARDPROD"       TO RPC-PROGRAM
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMRPT.
      *================================================================*
      * RETMRPT - Returned-Mail Aging Report                           *
      * Month-end step. Lists every open customer whose mail is being  *
      * held (CUST-MAIL-RETURNED), how long it has been coming back,   *
      * and what they still hold with us, so the branch can work the   *
      * list before the accounts go dormant. Customers are aged from   *
      * CUST-RETMAIL-DT into 0-89, 90-179, 180-364 and 365+ day bands; *
      * one at or past the dormancy mark (WS-DORM-DAYS, DORMBATCH's    *
      * standard freeze threshold) is flagged DORMANT on the line, and *
      * the heading carries the escheat period (CTRL-ESCHEAT-YEARS)    *
      * those accounts then run toward. Open and on-hold accounts are  *
      * counted from the account master. Read-only; report             *
      * data/RETMRPT-<date>.txt. RC 4 when any customer is past the    *
      * dormancy mark or the table overflows.                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUST-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-FILE-MISSING  VALUE "35".
       01  WS-CUST-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CUST-AT-EOF        VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

      *    Days of returned mail at which the relationship is
      *    treated as dormant - DORMBATCH's standard freeze mark.
       01  WS-DORM-DAYS          PIC 9(5) VALUE 180.
      *    Escheat period, for the heading; the VALUE is the
      *    fallback when the control record carries zero.
       01  WS-CFG-ESCH-YEARS     PIC 9(2) VALUE 5.

      *--- Flagged customers, in customer-number order ---
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY OCCURS 500 TIMES.
               10  WS-RM-CUST-NO     PIC 9(8).
               10  WS-RM-NAME        PIC X(30).
               10  WS-RM-RET-DT      PIC 9(8).
               10  WS-RM-DAYS        PIC 9(5).
               10  WS-RM-OPEN-ACCTS  PIC 9(3).
               10  WS-RM-HOLD-ACCTS  PIC 9(3).
       01  WS-RM-COUNT           PIC 9(3) VALUE 0.
       01  WS-RM-IDX             PIC 9(3).
       01  WS-RM-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-RM-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-RM-FOUND           VALUE 1.

      *--- Aging bands: 0-89, 90-179, 180-364, 365+ days ---
       01  WS-BAND-NAMES.
           05  FILLER            PIC X(8) VALUE "0-89".
           05  FILLER            PIC X(8) VALUE "90-179".
           05  FILLER            PIC X(8) VALUE "180-364".
           05  FILLER            PIC X(8) VALUE "365+".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME      PIC X(8) OCCURS 4 TIMES.
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT     PIC 9(5) OCCURS 4 TIMES.
       01  WS-BAND-IDX           PIC 9(1).

       01  WS-DORMANT-COUNT      PIC 9(5) VALUE 0.
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-RET-INT            PIC 9(7).
       01  WS-MARK               PIC X(7).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-DAYS          PIC ZZ,ZZ9.
       01  WS-DISP-CNT           PIC ZZ9.
       01  WS-DISP-CNT2          PIC ZZ9.
       01  WS-DISP-TOTAL         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  RETURNED-MAIL AGING"
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
                       IF CTRL-ESCHEAT-YEARS NUMERIC
                           AND CTRL-ESCHEAT-YEARS > 0
                           MOVE CTRL-ESCHEAT-YEARS
                               TO WS-CFG-ESCH-YEARS
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF

           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               IF WS-CUST-FILE-MISSING
                   DISPLAY "No customer master - nothing to report."
               ELSE
                   DISPLAY "Error opening customer master: "
                       WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *    Without the account master the customers are still
      *    listed, with no account counts.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
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
           MOVE ZEROS TO WS-BAND-COUNTS

           MOVE LOW-VALUES TO CUST-NO
           START CUST-FILE KEY IS GREATER THAN CUST-NO
               INVALID KEY
                   SET WS-CUST-AT-EOF TO TRUE
           END-START
           PERFORM COLLECT-NEXT-CUSTOMER UNTIL WS-CUST-AT-EOF

           IF WS-ACCT-IS-OPEN AND WS-RM-COUNT > ZEROS
               MOVE LOW-VALUES TO ACCT-NO
               START ACCT-FILE KEY IS GREATER THAN ACCT-NO
                   INVALID KEY
                       SET WS-ACCT-AT-EOF TO TRUE
               END-START
               PERFORM COUNT-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF
           END-IF

           PERFORM OPEN-RPT-FILE
           PERFORM PRINT-ONE-CUSTOMER
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-COUNT
           PERFORM PRINT-BAND-TOTALS

           DISPLAY SPACES
           DISPLAY "  Customers held:    " WS-RM-COUNT
           DISPLAY "  Past dormancy:     " WS-DORMANT-COUNT
           IF WS-DORMANT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RM-OVERFLOW > ZEROS
               DISPLAY "  Table full:        " WS-RM-OVERFLOW
                   " customer(s) not listed"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE CUST-FILE
           IF WS-ACCT-IS-OPEN
               CLOSE ACCT-FILE
               MOVE 0 TO WS-ACCT-OPEN-FLAG
           END-IF
           STOP RUN.

      *    Closed customers have nothing left to go dormant.
       COLLECT-NEXT-CUSTOMER.
           READ CUST-FILE NEXT
               AT END
                   SET WS-CUST-AT-EOF TO TRUE
               NOT AT END
                   IF CUST-MAIL-RETURNED AND NOT CUST-IS-CLOSED
                       IF WS-RM-COUNT < 500
                           PERFORM ADD-FLAGGED-CUSTOMER
                       ELSE
                           ADD 1 TO WS-RM-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       ADD-FLAGGED-CUSTOMER.
           ADD 1 TO WS-RM-COUNT
           MOVE CUST-NO   TO WS-RM-CUST-NO(WS-RM-COUNT)
           MOVE CUST-NAME TO WS-RM-NAME(WS-RM-COUNT)
           MOVE ZEROS TO WS-RM-DAYS(WS-RM-COUNT)
               WS-RM-OPEN-ACCTS(WS-RM-COUNT)
               WS-RM-HOLD-ACCTS(WS-RM-COUNT)
           IF CUST-RETMAIL-DT NUMERIC
               AND CUST-RETMAIL-DT > ZEROS
               AND CUST-RETMAIL-DT <= WS-TODAY-DATE
               MOVE CUST-RETMAIL-DT TO WS-RM-RET-DT(WS-RM-COUNT)
               COMPUTE WS-RET-INT =
                   FUNCTION INTEGER-OF-DATE(CUST-RETMAIL-DT)
               COMPUTE WS-RM-DAYS(WS-RM-COUNT) =
                   WS-TODAY-INT - WS-RET-INT
           ELSE
               MOVE ZEROS TO WS-RM-RET-DT(WS-RM-COUNT)
           END-IF.

       COUNT-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO > ZEROS
                       AND NOT ACCT-IS-CLOSED
                       PERFORM FIND-FLAGGED-CUSTOMER
                       IF WS-RM-FOUND
                           PERFORM COUNT-ONE-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       FIND-FLAGGED-CUSTOMER.
           MOVE 0 TO WS-RM-FOUND-FLAG
           PERFORM CHECK-ONE-ENTRY
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-COUNT
               OR WS-RM-FOUND.

       CHECK-ONE-ENTRY.
           IF WS-RM-CUST-NO(WS-RM-IDX) = ACCT-CUST-NO
               SET WS-RM-FOUND TO TRUE
           END-IF.

      *    The VARYING above steps once more after the match.
       COUNT-ONE-ACCOUNT.
           SUBTRACT 1 FROM WS-RM-IDX
           ADD 1 TO WS-RM-OPEN-ACCTS(WS-RM-IDX)
           IF ACCT-IS-HOLD
               ADD 1 TO WS-RM-HOLD-ACCTS(WS-RM-IDX)
           END-IF.

       OPEN-RPT-FILE.
           STRING "data/RETMRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "RETURNED-MAIL AGING" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-DORM-DAYS TO WS-DISP-DAYS
               STRING "RUN DATE " WS-TODAY-DATE
                   "  DORMANT AT " WS-DISP-DAYS " DAYS"
                   "  ESCHEAT AFTER " WS-CFG-ESCH-YEARS " YEARS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "CUSTOMER  NAME                            "
                   "RETURNED     DAYS BAND     OPEN HOLD"
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
           END-IF.

       PRINT-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-RM-DAYS(WS-RM-IDX) < 90
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-RM-DAYS(WS-RM-IDX) < 180
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-RM-DAYS(WS-RM-IDX) < 365
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX)
           MOVE SPACES TO WS-MARK
           IF WS-RM-DAYS(WS-RM-IDX) >= WS-DORM-DAYS
               MOVE "DORMANT" TO WS-MARK
               ADD 1 TO WS-DORMANT-COUNT
           END-IF
           MOVE WS-RM-DAYS(WS-RM-IDX) TO WS-DISP-DAYS
           MOVE WS-RM-OPEN-ACCTS(WS-RM-IDX) TO WS-DISP-CNT
           MOVE WS-RM-HOLD-ACCTS(WS-RM-IDX) TO WS-DISP-CNT2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RM-CUST-NO(WS-RM-IDX) "  "
               WS-RM-NAME(WS-RM-IDX) "  "
               WS-RM-RET-DT(WS-RM-IDX) "  "
               WS-DISP-DAYS " "
               WS-BAND-NAME(WS-BAND-IDX) " "
               WS-DISP-CNT "  "
               WS-DISP-CNT2 "  "
               WS-MARK
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-BAND-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "CUSTOMERS BY DAYS OF RETURNED MAIL" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
           MOVE WS-RM-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL     " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DORMANT-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DORMANT   " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-ONE-BAND.
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-BAND-NAME(WS-BAND-IDX) "  "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

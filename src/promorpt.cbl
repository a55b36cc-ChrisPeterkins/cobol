       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
      *================================================================*
      * PROMORPT - Expiring Rate Promotions Report                     *
      * Month-end step. Lists every open account whose introductory    *
      * rate promotion (ACCT-PROMO-CODE, set at opening from           *
      * PROMOS.dat) runs out within the next WS-WINDOW-DAYS days, so   *
      * the branch can call the customer before the rate drops back   *
      * to the standard table rate. Accounts are grouped by branch and *
      * listed soonest expiry first, with the promotional rate, the    *
      * balance and the holder's phone number from the customer       *
      * master. Read-only; report data/PROMORPT-<date>.txt, cataloged  *
      * on the report spool.                                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT BR-FILE
               ASSIGN TO "data/BRANCHES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-PROMORPT.tmp".

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

      *    One expiring account, in branch / expiry / account order.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-BRANCH        PIC X(4).
           05  SORT-EXP-DT        PIC 9(8).
           05  SORT-ACCT-NO       PIC 9(8).
           05  SORT-NAME          PIC X(30).
           05  SORT-TYPE          PIC X(1).
           05  SORT-PROMO         PIC X(6).
           05  SORT-RATE          PIC 9(2)V9(4).
           05  SORT-BAL           PIC S9(9)V99.
           05  SORT-PHONE         PIC X(12).

       FD  RPT-FILE.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-PROMO-STATUS       PIC XX.
           88  WS-PROMO-OK           VALUE "00".
       01  WS-PROMO-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-PROMO-IS-OPEN      VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-BR-STATUS          PIC XX.
           88  WS-BR-OK              VALUE "00".
       01  WS-BR-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

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

      *    How far ahead the report looks for promotions running out.
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  WS-WINDOW-END         PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-DAYS-LEFT          PIC 9(3).

       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-AT-EOF        VALUE 1.
       01  WS-PREV-BRANCH        PIC X(4).
       01  WS-BR-NAME-DISP       PIC X(20).
       01  WS-BR-COUNT           PIC 9(5) VALUE 0.
       01  WS-BR-BAL             PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-BAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-ACCTS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-ON-PROMO-COUNT     PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-RATE          PIC Z9.9999.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.
       01  WS-DISP-TOTAL-BAL     PIC $$,$$$,$$$,$$9.99-.
       01  WS-DISP-DAYS          PIC ZZ9.
       01  WS-DISP-CNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  EXPIRING RATE PROMOTIONS"
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

           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "No account master - nothing to report."
               ELSE
                   DISPLAY "Error opening account master: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *    The promotion table, customer master and branch master
      *    only dress the listing; without them the line carries
      *    no rate, phone or branch name.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
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
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-WINDOW-DAYS)

           PERFORM OPEN-RPT-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-BRANCH
               ON ASCENDING KEY SORT-EXP-DT
               ON ASCENDING KEY SORT-ACCT-NO
               INPUT PROCEDURE IS RELEASE-EXPIRING
                   THRU RELEASE-EXPIRING-EXIT
               OUTPUT PROCEDURE IS PRINT-BY-BRANCH
                   THRU PRINT-BY-BRANCH-EXIT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-COUNT TO WS-DISP-CNT
           MOVE WS-TOTAL-BAL TO WS-DISP-TOTAL-BAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "BANK TOTAL " WS-DISP-CNT " ACCOUNTS  BALANCES "
               WS-DISP-TOTAL-BAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           DISPLAY SPACES
           DISPLAY "  Accounts scanned:   " WS-ACCTS-SCANNED
           DISPLAY "  On a promotion:     " WS-ON-PROMO-COUNT
           DISPLAY "  Expiring by " WS-WINDOW-END ": "
               WS-TOTAL-COUNT
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE ACCT-FILE
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
               MOVE 0 TO WS-PROMO-OPEN-FLAG
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-BR-IS-OPEN
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           STOP RUN.

       RELEASE-EXPIRING.
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   GO TO RELEASE-EXPIRING-EXIT
           END-START
           PERFORM SCAN-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF.
       RELEASE-EXPIRING-EXIT.
           EXIT.

      *    An account qualifies while its promotion has not yet run
      *    out (expiry after today) and runs out inside the window.
      *    Closed accounts have no one to call.
       SCAN-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SCANNED
                   IF ACCT-PROMO-CODE NOT = SPACES
                       AND ACCT-PROMO-CODE NOT = LOW-VALUES
                       AND ACCT-PROMO-EXP-DT NUMERIC
                       AND NOT ACCT-IS-CLOSED
                       AND ACCT-PROMO-EXP-DT > WS-TODAY-DATE
                       ADD 1 TO WS-ON-PROMO-COUNT
                       IF ACCT-PROMO-EXP-DT NOT > WS-WINDOW-END
                           PERFORM RELEASE-ONE-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-ACCOUNT.
           MOVE ACCT-BRANCH       TO SORT-BRANCH
           IF ACCT-BRANCH = SPACES OR LOW-VALUES
               MOVE "0001" TO SORT-BRANCH
           END-IF
           MOVE ACCT-PROMO-EXP-DT TO SORT-EXP-DT
           MOVE ACCT-NO           TO SORT-ACCT-NO
           MOVE ACCT-NAME         TO SORT-NAME
           MOVE ACCT-TYPE         TO SORT-TYPE
           MOVE ACCT-PROMO-CODE   TO SORT-PROMO
           MOVE ACCT-BAL          TO SORT-BAL
           MOVE ZEROS             TO SORT-RATE
           MOVE SPACES            TO SORT-PHONE
           IF WS-PROMO-IS-OPEN
               MOVE ACCT-PROMO-CODE TO PROMO-CODE
               READ PROMO-FILE
                   NOT INVALID KEY
                       MOVE PROMO-RATE TO SORT-RATE
               END-READ
           END-IF
           IF WS-CUST-IS-OPEN
               AND ACCT-CUST-NO NUMERIC AND ACCT-CUST-NO > ZEROS
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUST-FILE
                   NOT INVALID KEY
                       MOVE CUST-PHONE TO SORT-PHONE
               END-READ
           END-IF
           RELEASE SORT-REC.

       PRINT-BY-BRANCH.
           MOVE 0 TO WS-SORT-EOF-FLAG
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN
           IF WS-SORT-AT-EOF
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "(No promotions expiring in the window)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-BY-BRANCH-EXIT
           END-IF
           PERFORM PRINT-ONE-BRANCH UNTIL WS-SORT-AT-EOF.
       PRINT-BY-BRANCH-EXIT.
           EXIT.

       PRINT-ONE-BRANCH.
           MOVE SORT-BRANCH TO WS-PREV-BRANCH
           MOVE ZEROS TO WS-BR-COUNT WS-BR-BAL
           MOVE SPACES TO WS-BR-NAME-DISP
           IF WS-BR-IS-OPEN
               MOVE SORT-BRANCH TO BR-CODE
               READ BR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-NAME TO WS-BR-NAME-DISP
               END-READ
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " WS-PREV-BRANCH " " WS-BR-NAME-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT   NAME                           T "
               "PROMO     RATE  EXPIRES  DAYS         BALANCE"
               "  PHONE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-BRANCH-LINE
               UNTIL WS-SORT-AT-EOF
               OR SORT-BRANCH NOT = WS-PREV-BRANCH
           MOVE WS-BR-COUNT TO WS-DISP-CNT
           MOVE WS-BR-BAL TO WS-DISP-TOTAL-BAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH " TOTAL " WS-DISP-CNT
               " ACCOUNTS  BALANCES " WS-DISP-TOTAL-BAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-BRANCH-LINE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SORT-EXP-DT) - WS-TODAY-INT
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SORT-RATE TO WS-DISP-RATE
           MOVE SORT-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-RPT-LINE
           STRING SORT-ACCT-NO "  " SORT-NAME " " SORT-TYPE " "
               SORT-PROMO " " WS-DISP-RATE " " SORT-EXP-DT " "
               WS-DISP-DAYS " " WS-DISP-BAL "  " SORT-PHONE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           ADD 1 TO WS-BR-COUNT WS-TOTAL-COUNT
           ADD SORT-BAL TO WS-BR-BAL WS-TOTAL-BAL
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

       OPEN-RPT-FILE.
           STRING "data/PROMORPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "RATE PROMOTIONS EXPIRING - CALL LIST"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  PROMOTIONS ENDING AFTER " WS-TODAY-DATE
                   " THROUGH " WS-WINDOW-END
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
           MOVE "PROMORPT"       TO RPC-PROGRAM
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLAGE.
      *================================================================*
      * APPLAGE - New-Account Application Aging Report                 *
      * Nightly step. Lists every application on the APPLMGR queue     *
      * (data/ACCTAPPL.dat) still pending more than the aging          *
      * threshold - CTRL-APPL-AGE-DAYS, else the compiled default -    *
      * with the checklist items still outstanding and any watchlist   *
      * hit, so the branch can chase the missing items or close the    *
      * application out. The report (data/APPLAGE-<date>.txt) goes on  *
      * the report spool.                                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE
               ASSIGN TO "data/ACCTAPPL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPL-STATUS.

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

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPL-FILE.
       COPY APPL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS        PIC XX.
           88  WS-APPL-OK            VALUE "00".
           88  WS-APPL-FILE-MISSING  VALUE "35".
       01  WS-APPL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-APPL-AT-EOF        VALUE 1.

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

      *    Days an application may stay pending before it is listed.
       01  WS-CFG-AGE-DAYS       PIC 9(3) VALUE 5.

       01  WS-DAYS-PENDING       PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING        PIC X(30).
       01  WS-OUT-PTR            PIC 9(2).
       01  WS-PENDING-COUNT      PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT         PIC 9(5) VALUE 0.
       01  WS-AGED-HIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-OLDEST-DAYS        PIC 9(5) VALUE 0.

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

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-DAYS          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  NEW-ACCOUNT APPLICATION AGING"
           DISPLAY "========================================="

           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-APPL-AGE-DAYS NUMERIC
                           AND CTRL-APPL-AGE-DAYS > ZEROS
                           MOVE CTRL-APPL-AGE-DAYS
                               TO WS-CFG-AGE-DAYS
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           PERFORM GET-CURRENT-DATETIME

      *    No application file is a site still opening accounts
      *    directly; there is nothing to age.
           OPEN INPUT APPL-FILE
           IF NOT WS-APPL-OK
               IF WS-APPL-FILE-MISSING
                   DISPLAY "No application file - nothing to report."
               ELSE
                   DISPLAY "FATAL: Cannot open application file: "
                       WS-APPL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM OPEN-RPT-FILE
           MOVE LOW-VALUES TO APPL-ID
           START APPL-FILE KEY IS GREATER THAN APPL-ID
               INVALID KEY
                   SET WS-APPL-AT-EOF TO TRUE
           END-START
           PERFORM AGE-NEXT-APPLICATION UNTIL WS-APPL-AT-EOF
           CLOSE APPL-FILE
           PERFORM PRINT-AGING-TOTALS

           DISPLAY "  Pending more than " WS-CFG-AGE-DAYS " days"
           DISPLAY "  Pending applications:     " WS-PENDING-COUNT
           DISPLAY "  Aged past the threshold:  " WS-AGED-COUNT
           IF WS-AGED-HIT-COUNT > ZEROS
               DISPLAY "  Aged with watchlist hit:  " WS-AGED-HIT-COUNT
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

       AGE-NEXT-APPLICATION.
           READ APPL-FILE NEXT
               AT END
                   SET WS-APPL-AT-EOF TO TRUE
               NOT AT END
                   IF APPL-IS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM AGE-ONE-APPLICATION
                           THRU AGE-ONE-APPLICATION-EXIT
                   END-IF
           END-READ.

       AGE-ONE-APPLICATION.
           MOVE ZEROS TO WS-DAYS-PENDING
           IF APPL-KEYED-DT NUMERIC
               AND APPL-KEYED-DT > ZEROS
               AND APPL-KEYED-DT < WS-TODAY-DATE
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(APPL-KEYED-DT)
           END-IF
           IF WS-DAYS-PENDING NOT > WS-CFG-AGE-DAYS
               GO TO AGE-ONE-APPLICATION-EXIT
           END-IF
           ADD 1 TO WS-AGED-COUNT
           IF WS-DAYS-PENDING > WS-OLDEST-DAYS
               MOVE WS-DAYS-PENDING TO WS-OLDEST-DAYS
           END-IF

      *    What is holding the application up.
           MOVE SPACES TO WS-OUTSTANDING
           MOVE 1 TO WS-OUT-PTR
           IF NOT APPL-ID-IS-VERIFIED
               STRING "ID " DELIMITED BY SIZE
                   INTO WS-OUTSTANDING WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF NOT APPL-SIG-CARD-HELD
               STRING "SIGCARD " DELIMITED BY SIZE
                   INTO WS-OUTSTANDING WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF NOT APPL-TAX-CERT-HELD
               STRING "TAXCERT " DELIMITED BY SIZE
                   INTO WS-OUTSTANDING WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF NOT APPL-DEPOSIT-RECEIVED
               STRING "DEPOSIT " DELIMITED BY SIZE
                   INTO WS-OUTSTANDING WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF APPL-WL-HIT
               ADD 1 TO WS-AGED-HIT-COUNT
               STRING "WATCHLIST " DELIMITED BY SIZE
                   INTO WS-OUTSTANDING WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           IF WS-OUTSTANDING = SPACES
               MOVE "AWAITING APPROVAL" TO WS-OUTSTANDING
           END-IF

           MOVE WS-DAYS-PENDING TO WS-DISP-DAYS
           MOVE APPL-DEPOSIT-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING APPL-ID " " APPL-CUST-NO " " APPL-NAME(1:24) " "
               APPL-PRODUCT " " APPL-TYPE " " WS-DISP-AMT " "
               APPL-BRANCH " " APPL-KEYED-DT " " WS-DISP-DAYS " "
               APPL-KEYED-BY " " WS-OUTSTANDING
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       AGE-ONE-APPLICATION-EXIT.
           EXIT.

       PRINT-AGING-TOTALS.
           IF WS-AGED-COUNT = ZEROS
               MOVE "  (No applications past the threshold)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PENDING APPLICATIONS:    " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AGED PAST THRESHOLD:     " WS-AGED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OLDEST (DAYS):           " WS-OLDEST-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/APPLAGE-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "NEW-ACCOUNT APPLICATION AGING" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "AS OF " WS-TODAY-DATE
                   " - PENDING MORE THAN " WS-CFG-AGE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "APPL ID  CUSTOMER NAME                     "
                   "PROD T        DEPOSIT BRCH KEYED     DAYS "
                   "KEYED BY OUTSTANDING"
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
           MOVE "APPLAGE"        TO RPC-PROGRAM
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

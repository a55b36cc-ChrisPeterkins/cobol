       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATENTC.
      *================================================================*
      * RATENTC - Deposit Rate Change Notices                          *
      * Nightly step. Finds the rate bands RATEMNT has changed with a  *
      * future effective date that customers have not yet been told   *
      * about, and works out for every active account on the changed   *
      * rate table the rate it earns the day before the change and     *
      * the rate it will earn from the change - by its type (or its    *
      * product's table) and current balance band, the same lookup     *
      * INTPOST makes. Each account whose rate moves gets a notice,    *
      * data/RATENOTE-<account>-<effective date>.txt, addressed to     *
      * the holder from CUST-REC with the old rate, the new rate and   *
      * the effective date. A holder whose mail has come back          *
      * (CUST-MAIL-RETURNED) gets no notice; it goes on the day's      *
      * hold-mail report (HMAIL-REC). The changed bands are then       *
      * marked noticed (RATE-NOTICE-DT), and the control listing       *
      * data/RATENTC-<date>.txt lists every notice produced or held.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE
               ASSIGN TO "data/RATETBL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

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

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT LTR-FILE
               ASSIGN TO DYNAMIC WS-LTR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

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
       FD  RATE-FILE.
       COPY RATE-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  LTR-FILE.
       01  LTR-REC                PIC X(80).

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       WORKING-STORAGE SECTION.
      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-RATE-STATUS        PIC XX.
           88  WS-RATE-OK            VALUE "00".
           88  WS-RATE-FILE-MISSING  VALUE "35".
       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-AT-EOF        VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-LTR-STATUS         PIC XX.
           88  WS-LTR-OK             VALUE "00".
       01  WS-LTR-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-LTR-IS-OPEN        VALUE 1.
       01  WS-LTR-FILENAME       PIC X(48).
       01  WS-LTR-LINE           PIC X(80).

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
       01  WS-RPT-LINE           PIC X(80).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).

      *--- The whole rate table, in key order (table, then band
      *    low balances first) ---
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY       OCCURS 500 TIMES.
               10  WS-RT-TYPE        PIC X(1).
               10  WS-RT-BAND        PIC 9(2).
               10  WS-RT-MIN-BAL     PIC 9(9)V99.
               10  WS-RT-PCT         PIC 9(2)V9(4).
               10  WS-RT-EFF-DATE    PIC 9(8).
               10  WS-RT-PRIOR-MIN   PIC 9(9)V99.
               10  WS-RT-PRIOR-PCT   PIC 9(2)V9(4).
               10  WS-RT-PRIOR-EFF   PIC 9(8).
               10  WS-RT-NOTICE-DT   PIC 9(8).
       01  WS-RT-CNT             PIC 9(3) VALUE 0.
       01  WS-RT-IDX             PIC 9(3).

      *--- Changes to give notice of: one per rate table and
      *    effective date among the bands not yet noticed ---
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY      OCCURS 50 TIMES.
               10  WS-CHG-TYPE       PIC X(1).
               10  WS-CHG-EFF-DATE   PIC 9(8).
               10  WS-CHG-NOTICES    PIC 9(7).
       01  WS-CHG-CNT            PIC 9(2) VALUE 0.
       01  WS-CHG-IDX            PIC 9(2).
       01  WS-CHG-HIT            PIC 9 VALUE 0.

      *--- Rate lookup: the account's rate table and balance, the
      *    date the rate is wanted for, and the answer ---
       01  WS-RATE-TABLE         PIC X(1).
       01  WS-LOOK-DATE          PIC 9(8).
       01  WS-LOOK-RATE          PIC 9(2)V9(4).
       01  WS-LOOK-FOUND         PIC 9 VALUE 0.
       01  WS-OLD-RATE           PIC 9(2)V9(4).
       01  WS-NEW-RATE           PIC 9(2)V9(4).
       01  WS-EVE-DATE           PIC 9(8).

       01  WS-TYPE-NAME          PIC X(10).
       01  WS-DISP-OLD           PIC Z9.9999.
       01  WS-DISP-NEW           PIC Z9.9999.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.

       01  WS-ACCTS-CHECKED      PIC 9(7) VALUE 0.
       01  WS-NOTICES-WRITTEN    PIC 9(5) VALUE 0.
       01  WS-NOTICES-HELD       PIC 9(5) VALUE 0.
       01  WS-NOTICES-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-BANDS-MARKED       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  RATE CHANGE NOTICES"
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
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
                   DELIMITED BY SIZE INTO WS-TODAY-DATE
               END-STRING
           END-IF

           OPEN I-O RATE-FILE
           IF NOT WS-RATE-OK
               IF WS-RATE-FILE-MISSING
                   DISPLAY "No rate table - nothing to do."
               ELSE
                   DISPLAY "Error opening rate table: "
                       WS-RATE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT
           IF WS-CHG-CNT = ZEROS
               DISPLAY "No rate changes awaiting notice."
               CLOSE RATE-FILE
               STOP RUN
           END-IF

           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account master - "
                   "changes left for the next run."
               CLOSE RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF

           PERFORM OPEN-RPT-FILE
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM CHECK-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF

           PERFORM MARK-NOTICED-BAND VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM LIST-ONE-CHANGE VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOTICES " WS-NOTICES-WRITTEN
               "   HELD " WS-NOTICES-HELD
               "   SKIPPED " WS-NOTICES-SKIPPED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           DISPLAY SPACES
           DISPLAY "  Accounts checked: " WS-ACCTS-CHECKED
           DISPLAY "  Notices written:  " WS-NOTICES-WRITTEN
           DISPLAY "  Notices held:     " WS-NOTICES-HELD
           DISPLAY "  Notices skipped:  " WS-NOTICES-SKIPPED
           DISPLAY "  Bands marked:     " WS-BANDS-MARKED
           IF WS-HMAIL-IS-OPEN
               DISPLAY "  Hold-mail report: " WS-HMAIL-FILENAME
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
           END-IF
           IF WS-NOTICES-SKIPPED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "========================================="
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Control listing: " WS-RPT-FILENAME
           END-IF

           CLOSE RATE-FILE
           CLOSE ACCT-FILE
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
           END-IF
           STOP RUN.

      *    Reads the rate table into memory and collects the
      *    changes still owed a notice: bands dated ahead of today
      *    and not yet marked noticed, one entry per table and date.
       LOAD-RATE-TABLE.
           MOVE LOW-VALUES TO RATE-KEY
           START RATE-FILE KEY IS GREATER THAN RATE-KEY
               INVALID KEY
                   GO TO LOAD-RATE-TABLE-EXIT
           END-START
           PERFORM LOAD-ONE-BAND UNTIL WS-RATE-AT-EOF.
       LOAD-RATE-TABLE-EXIT.
           EXIT.

       LOAD-ONE-BAND.
           READ RATE-FILE NEXT
               AT END
                   SET WS-RATE-AT-EOF TO TRUE
               NOT AT END
                   IF WS-RT-CNT < 500
                       ADD 1 TO WS-RT-CNT
                       PERFORM STORE-ONE-BAND
                   ELSE
                       DISPLAY "WARNING: Rate table over 500 "
                           "bands - the rest are not checked."
                       SET WS-RATE-AT-EOF TO TRUE
                   END-IF
           END-READ.

       STORE-ONE-BAND.
           MOVE RATE-ACCT-TYPE   TO WS-RT-TYPE(WS-RT-CNT)
           MOVE RATE-BAND        TO WS-RT-BAND(WS-RT-CNT)
           MOVE RATE-MIN-BALANCE TO WS-RT-MIN-BAL(WS-RT-CNT)
           MOVE RATE-PCT         TO WS-RT-PCT(WS-RT-CNT)
           MOVE RATE-EFF-DATE    TO WS-RT-EFF-DATE(WS-RT-CNT)
           IF RATE-PRIOR-EFF-DT NUMERIC
               MOVE RATE-PRIOR-MIN-BAL TO WS-RT-PRIOR-MIN(WS-RT-CNT)
               MOVE RATE-PRIOR-PCT     TO WS-RT-PRIOR-PCT(WS-RT-CNT)
               MOVE RATE-PRIOR-EFF-DT  TO WS-RT-PRIOR-EFF(WS-RT-CNT)
           ELSE
               MOVE ZEROS TO WS-RT-PRIOR-MIN(WS-RT-CNT)
               MOVE ZEROS TO WS-RT-PRIOR-PCT(WS-RT-CNT)
               MOVE ZEROS TO WS-RT-PRIOR-EFF(WS-RT-CNT)
           END-IF
           IF RATE-NOTICE-DT NUMERIC
               MOVE RATE-NOTICE-DT TO WS-RT-NOTICE-DT(WS-RT-CNT)
           ELSE
               MOVE ZEROS TO WS-RT-NOTICE-DT(WS-RT-CNT)
           END-IF
           IF RATE-EFF-DATE > WS-TODAY-DATE
               AND WS-RT-NOTICE-DT(WS-RT-CNT) = ZEROS
               MOVE 0 TO WS-CHG-HIT
               PERFORM FIND-ONE-CHANGE VARYING WS-CHG-IDX
                   FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-CNT OR WS-CHG-HIT = 1
               IF WS-CHG-HIT = 0 AND WS-CHG-CNT < 50
                   ADD 1 TO WS-CHG-CNT
                   MOVE RATE-ACCT-TYPE TO WS-CHG-TYPE(WS-CHG-CNT)
                   MOVE RATE-EFF-DATE
                       TO WS-CHG-EFF-DATE(WS-CHG-CNT)
                   MOVE ZEROS TO WS-CHG-NOTICES(WS-CHG-CNT)
               END-IF
           END-IF.

       FIND-ONE-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) = RATE-ACCT-TYPE
               AND WS-CHG-EFF-DATE(WS-CHG-IDX) = RATE-EFF-DATE
               MOVE 1 TO WS-CHG-HIT
           END-IF.

       CHECK-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-IS-ACTIVE
                       ADD 1 TO WS-ACCTS-CHECKED
                       PERFORM FIND-ACCOUNT-TABLE
                       PERFORM CHECK-ONE-CHANGE
                           VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-CNT
                   END-IF
           END-READ.

      *    The account's rate table: its product's, else its type's.
       FIND-ACCOUNT-TABLE.
           MOVE ACCT-TYPE TO WS-RATE-TABLE
           IF WS-PROD-IS-OPEN
               AND ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               MOVE ACCT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   NOT INVALID KEY
                       IF PROD-RATE-TABLE NOT = SPACES
                           MOVE PROD-RATE-TABLE TO WS-RATE-TABLE
                       END-IF
               END-READ
           END-IF.

      *    The rate the day before the change against the rate from
      *    the change; an account whose rate moves is told.
       CHECK-ONE-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) NOT = WS-RATE-TABLE
               GO TO CHECK-ONE-CHANGE-EXIT
           END-IF
           COMPUTE WS-EVE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHG-EFF-DATE(WS-CHG-IDX))
               - 1)
           MOVE WS-EVE-DATE TO WS-LOOK-DATE
           PERFORM LOOK-UP-RATE-AS-OF
           MOVE WS-LOOK-RATE TO WS-OLD-RATE
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO WS-LOOK-DATE
           PERFORM LOOK-UP-RATE-AS-OF
           MOVE WS-LOOK-RATE TO WS-NEW-RATE
           IF WS-OLD-RATE = WS-NEW-RATE
               GO TO CHECK-ONE-CHANGE-EXIT
           END-IF
           PERFORM PRODUCE-ONE-NOTICE THRU PRODUCE-ONE-NOTICE-EXIT.
       CHECK-ONE-CHANGE-EXIT.
           EXIT.

      *    Highest band of the account's table whose minimum the
      *    balance reaches, as the table stands on WS-LOOK-DATE: a
      *    band's own terms once they are effective, its prior terms
      *    while a change is still ahead. No band - the account's own
      *    ACCT-INT-RATE, as INTPOST falls back to.
       LOOK-UP-RATE-AS-OF.
           MOVE 0 TO WS-LOOK-FOUND
           MOVE ZEROS TO WS-LOOK-RATE
           PERFORM CHECK-ONE-RT-BAND VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
           IF WS-LOOK-FOUND = 0
               IF ACCT-INT-RATE NUMERIC
                   MOVE ACCT-INT-RATE TO WS-LOOK-RATE
               END-IF
           END-IF.

       CHECK-ONE-RT-BAND.
           IF WS-RT-TYPE(WS-RT-IDX) = WS-RATE-TABLE
               IF WS-RT-EFF-DATE(WS-RT-IDX) NOT > WS-LOOK-DATE
                   IF ACCT-BAL >= WS-RT-MIN-BAL(WS-RT-IDX)
                       MOVE WS-RT-PCT(WS-RT-IDX) TO WS-LOOK-RATE
                       MOVE 1 TO WS-LOOK-FOUND
                   END-IF
               ELSE
                   IF WS-RT-PRIOR-EFF(WS-RT-IDX) > ZEROS
                       AND WS-RT-PRIOR-EFF(WS-RT-IDX)
                           NOT > WS-LOOK-DATE
                       AND ACCT-BAL >= WS-RT-PRIOR-MIN(WS-RT-IDX)
                       MOVE WS-RT-PRIOR-PCT(WS-RT-IDX)
                           TO WS-LOOK-RATE
                       MOVE 1 TO WS-LOOK-FOUND
                   END-IF
               END-IF
           END-IF.

       PRODUCE-ONE-NOTICE.
           MOVE WS-OLD-RATE TO WS-DISP-OLD
           MOVE WS-NEW-RATE TO WS-DISP-NEW
           IF ACCT-CUST-NO NOT NUMERIC OR ACCT-CUST-NO = ZEROS
               OR NOT WS-CUST-IS-OPEN
               MOVE "NO CUSTOMER RECORD" TO WS-LTR-LINE
               PERFORM SKIP-ONE-NOTICE
               GO TO PRODUCE-ONE-NOTICE-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE "NO CUSTOMER RECORD" TO WS-LTR-LINE
                   PERFORM SKIP-ONE-NOTICE
                   GO TO PRODUCE-ONE-NOTICE-EXIT
           END-READ
           IF CUST-MAIL-RETURNED
               PERFORM HOLD-ONE-NOTICE THRU HOLD-ONE-NOTICE-EXIT
               GO TO PRODUCE-ONE-NOTICE-EXIT
           END-IF

           MOVE SPACES TO WS-LTR-FILENAME
           STRING "data/RATENOTE-" ACCT-NO "-"
               WS-CHG-EFF-DATE(WS-CHG-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-LTR-FILENAME
           END-STRING
           OPEN OUTPUT LTR-FILE
           IF NOT WS-LTR-OK
               MOVE "CANNOT OPEN NOTICE FILE" TO WS-LTR-LINE
               PERFORM SKIP-ONE-NOTICE
               GO TO PRODUCE-ONE-NOTICE-EXIT
           END-IF
           SET WS-LTR-IS-OPEN TO TRUE
           PERFORM WRITE-NOTICE-BODY
           CLOSE LTR-FILE
           MOVE 0 TO WS-LTR-OPEN-FLAG
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD 1 TO WS-CHG-NOTICES(WS-CHG-IDX)
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NOTICE " ACCT-NO " " WS-RATE-TABLE " "
               WS-DISP-OLD " TO " WS-DISP-NEW
               " EFF " WS-CHG-EFF-DATE(WS-CHG-IDX)
               " CUST " CUST-NO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       PRODUCE-ONE-NOTICE-EXIT.
           EXIT.

      *    WS-LTR-LINE carries the reason on the way in.
       SKIP-ONE-NOTICE.
           ADD 1 TO WS-NOTICES-SKIPPED
           DISPLAY "  SKIPPED " ACCT-NO " - " WS-LTR-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SKIPPED " ACCT-NO " " WS-RATE-TABLE " "
               WS-DISP-OLD " TO " WS-DISP-NEW
               " " WS-LTR-LINE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-LTR.
           IF WS-LTR-IS-OPEN
               MOVE WS-LTR-LINE TO LTR-REC
               WRITE LTR-REC
           END-IF.

       WRITE-NOTICE-BODY.
           EVALUATE ACCT-TYPE
               WHEN "C" MOVE "Checking" TO WS-TYPE-NAME
               WHEN "S" MOVE "Savings"  TO WS-TYPE-NAME
               WHEN "D" MOVE "CD"       TO WS-TYPE-NAME
               WHEN "M" MOVE "MMkt"     TO WS-TYPE-NAME
               WHEN OTHER MOVE "Deposit" TO WS-TYPE-NAME
           END-EVALUATE
           MOVE "=======================================" TO LTR-REC
           WRITE LTR-REC
           MOVE "  COBOL BANK LEDGER" TO LTR-REC
           WRITE LTR-REC
           MOVE "  NOTICE OF INTEREST RATE CHANGE" TO LTR-REC
           WRITE LTR-REC
           MOVE "=======================================" TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " CUST-NAME
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " CUST-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-LTR-LINE
               STRING "  " CUST-ADDR-LINE2
                   DELIMITED BY SIZE INTO WS-LTR-LINE
               END-STRING
               PERFORM WRITE-LTR
           END-IF
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " CUST-CITY " " CUST-STATE " " CUST-ZIP
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " WS-TYPE-NAME " account " ACCT-NO
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
           STRING "  The interest rate on this account will change"
               " on " WS-CHG-EFF-DATE(WS-CHG-IDX) "."
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
           STRING "  CURRENT ANNUAL RATE:  " WS-DISP-OLD "%"
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO WS-LTR-LINE
           STRING "  NEW ANNUAL RATE:      " WS-DISP-NEW "%"
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO WS-LTR-LINE
           STRING "  EFFECTIVE DATE:       "
               WS-CHG-EFF-DATE(WS-CHG-IDX)
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE ACCT-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-LTR-LINE
           STRING "  Rates are tiered by balance; the rates above "
               "apply to your"
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO WS-LTR-LINE
           STRING "  balance on " WS-TODAY-DATE " of "
               WS-DISP-BAL "."
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
           STRING "  Issued " WS-TODAY-DATE "."
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR.

      *    No notice while the holder's mail is coming back; the
      *    hold-mail line tells the mailroom and the branch what is
      *    waiting for a good address.
       HOLD-ONE-NOTICE.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               MOVE "RETURNED MAIL, NO HOLD-MAIL FILE"
                   TO WS-LTR-LINE
               PERFORM SKIP-ONE-NOTICE
               GO TO HOLD-ONE-NOTICE-EXIT
           END-IF
           MOVE SPACES TO HMAIL-LINE
           MOVE "RATENTC"       TO HMAIL-SOURCE
           MOVE CUST-NO         TO HMAIL-CUST-NO
           MOVE ACCT-NO         TO HMAIL-ACCT-NO
           MOVE CUST-NAME       TO HMAIL-NAME
           STRING "RATE CHANGE EFF "
               WS-CHG-EFF-DATE(WS-CHG-IDX)
               DELIMITED BY SIZE INTO HMAIL-ITEM
           END-STRING
           MOVE CUST-RETMAIL-DT TO HMAIL-RET-DT
           WRITE HMAIL-REC
           ADD 1 TO WS-NOTICES-HELD
           ADD 1 TO WS-CHG-NOTICES(WS-CHG-IDX)
           MOVE SPACES TO WS-RPT-LINE
           STRING "  HELD   " ACCT-NO " " WS-RATE-TABLE " "
               WS-DISP-OLD " TO " WS-DISP-NEW
               " EFF " WS-CHG-EFF-DATE(WS-CHG-IDX)
               " RETURNED MAIL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       HOLD-ONE-NOTICE-EXIT.
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

      *    A band whose change was worked tonight is marked noticed,
      *    so the next run does not write its notices again.
       MARK-NOTICED-BAND.
           IF WS-RT-EFF-DATE(WS-RT-IDX) NOT > WS-TODAY-DATE
               OR WS-RT-NOTICE-DT(WS-RT-IDX) NOT = ZEROS
               GO TO MARK-NOTICED-BAND-EXIT
           END-IF
           MOVE WS-RT-TYPE(WS-RT-IDX) TO RATE-ACCT-TYPE
           MOVE WS-RT-BAND(WS-RT-IDX) TO RATE-BAND
           READ RATE-FILE
               INVALID KEY
                   GO TO MARK-NOTICED-BAND-EXIT
           END-READ
           MOVE WS-TODAY-DATE TO RATE-NOTICE-DT
           REWRITE RATE-REC
           IF WS-RATE-OK
               ADD 1 TO WS-BANDS-MARKED
           ELSE
               DISPLAY "WARNING: Could not mark band "
                   RATE-ACCT-TYPE "/" RATE-BAND " noticed - "
                   "status " WS-RATE-STATUS
           END-IF.
       MARK-NOTICED-BAND-EXIT.
           EXIT.

       LIST-ONE-CHANGE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "TABLE " WS-CHG-TYPE(WS-CHG-IDX)
               " CHANGE EFFECTIVE " WS-CHG-EFF-DATE(WS-CHG-IDX)
               "  ACCOUNTS AFFECTED " WS-CHG-NOTICES(WS-CHG-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  " WS-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/RATENTC-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "RATE CHANGE NOTICES - CONTROL LISTING"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
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
           MOVE "RATENTC "       TO RPC-PROGRAM
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

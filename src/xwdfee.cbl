       IDENTIFICATION DIVISION.
       PROGRAM-ID. XWDFEE.
      *================================================================*
      * XWDFEE - Excess Convenience Withdrawal Fee Batch Job           *
      * Nightly step, after the day's posting steps. Savings and       *
      * money-market accounts are sold with a limit on convenience     *
      * withdrawals per statement month (CTRL-XWD-LIMIT, default 6).   *
      * The posting paths count each one in ACCT-XWD-COUNT; this step  *
      * charges CTRL-XWD-FEE for every item over the limit not yet     *
      * charged (ACCT-XWD-CHARGED), as one "S" entry under the FEE     *
      * category, so an account is charged the night an item goes      *
      * over rather than in a lump at month-end. The first night an    *
      * account goes over in a month, the month is added to            *
      * ACCT-XWD-OVER-MOS; an account over the limit in three months   *
      * of a rolling year is listed for conversion to checking.        *
      * Report data/XWDFEE-<date>.txt. RC 4 when an excess fee could   *
      * not be charged or an account is listed for conversion.         *
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

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RUNH-FILE
               ASSIGN TO "data/RUNHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
           88  WS-ACCT-FILE-MISSING  VALUE "35".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".
       01  WS-CTRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CTRL-IS-OPEN       VALUE 1.

       01  WS-RUNH-STATUS        PIC XX.
           88  WS-RUNH-OK            VALUE "00".
           88  WS-RUNH-FILE-MISSING  VALUE "35".
       01  WS-RUNH-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-RUNH-IS-OPEN       VALUE 1.
       01  WS-RUN-ID             PIC 9(6) VALUE ZEROS.
       01  WS-RUN-TXN-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RUN-TXN-TOTAL      PIC 9(13)V99 VALUE ZEROS.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

      *--- Shared operating parameters (CTRL-FILE) ---
      *    The VALUE clauses are the fallback defaults used when the
      *    control record carries zero.
       01  WS-CFG-XWD-LIMIT      PIC 9(2) VALUE 6.
       01  WS-CFG-XWD-FEE        PIC 9(5)V99 VALUE 10.00.
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-EXCESS-ITEMS       PIC 9(3).
       01  WS-FEE-AMT            PIC 9(7)V99.
       01  WS-REWRITE-FLAG       PIC 9 VALUE 0.
           88  WS-NEEDS-REWRITE      VALUE 1.
       01  WS-SKIP-REASON        PIC X(24).

      *--- Rolling-year test on the over-limit months ---
       01  WS-MONTH-WORK         PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YYYY     PIC 9(4).
           05  WS-MONTH-MM       PIC 9(2).
       01  WS-MONTH-NEWEST       PIC 9(6).
       01  WS-MONTH-OLDEST       PIC 9(6).
       01  WS-MONTHS-APART       PIC S9(5).

      *--- Accounts listed for conversion, printed after the fees ---
       01  WS-CONV-TABLE.
           05  WS-CONV-ENTRY OCCURS 200 TIMES.
               10  WS-CONV-ACCT-NO   PIC 9(8).
               10  WS-CONV-NAME      PIC X(30).
               10  WS-CONV-TYPE      PIC X(1).
               10  WS-CONV-MO-1      PIC 9(6).
               10  WS-CONV-MO-2      PIC 9(6).
               10  WS-CONV-MO-3      PIC 9(6).
       01  WS-CONV-COUNT         PIC 9(3) VALUE 0.
       01  WS-CONV-IDX           PIC 9(3).
       01  WS-CONV-OVERFLOW      PIC 9(5) VALUE 0.

       01  WS-ACCOUNTS-COUNTED   PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-OVER      PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-CHARGED   PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-SKIPPED   PIC 9(5) VALUE 0.
       01  WS-ITEMS-CHARGED      PIC 9(7) VALUE 0.
       01  WS-TOTAL-FEES         PIC S9(11)V99 VALUE ZEROS.

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
       01  WS-DISP-CNT           PIC ZZ9.
       01  WS-DISP-CNT2          PIC ZZ9.
       01  WS-DISP-LIMIT         PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  EXCESS WITHDRAWAL FEE RUN"
           DISPLAY "========================================="

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "Account file not found - nothing to do."
               ELSE
                   DISPLAY "FATAL: Cannot open account file: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           OPEN EXTEND TXN-FILE
           IF WS-TXN-OK
               SET WS-TXN-IS-OPEN TO TRUE
           ELSE
               IF WS-TXN-FILE-MISSING
                   OPEN OUTPUT TXN-FILE
                   IF WS-TXN-OK
                       SET WS-TXN-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "FATAL: Cannot open transaction file."
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTRL-NEXT-TXN-ID TO WS-NEXT-TXN-ID
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
                       IF CTRL-XWD-LIMIT NUMERIC
                           AND CTRL-XWD-LIMIT > ZEROS
                           MOVE CTRL-XWD-LIMIT TO WS-CFG-XWD-LIMIT
                       END-IF
                       IF CTRL-XWD-FEE NUMERIC
                           AND CTRL-XWD-FEE > ZEROS
                           MOVE CTRL-XWD-FEE TO WS-CFG-XWD-FEE
                       END-IF
               END-READ
           END-IF

           PERFORM GET-CURRENT-DATETIME
           PERFORM OPEN-RUN-HISTORY THRU OPEN-RUN-HISTORY-EXIT
           PERFORM OPEN-RPT-FILE

           MOVE WS-CFG-XWD-LIMIT TO WS-DISP-LIMIT
           DISPLAY "  Monthly limit:     " WS-DISP-LIMIT
           MOVE WS-CFG-XWD-FEE TO WS-DISP-AMT
           DISPLAY "  Fee per item over: " WS-DISP-AMT
           DISPLAY SPACES

           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   DISPLAY "(No accounts found)"
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF

           PERFORM PRINT-CONVERSION-LIST

           DISPLAY SPACES
           DISPLAY "  Accounts counted:  " WS-ACCOUNTS-COUNTED
           DISPLAY "  Over the limit:    " WS-ACCOUNTS-OVER
           DISPLAY "  Accounts charged:  " WS-ACCOUNTS-CHARGED
           DISPLAY "  Items charged:     " WS-ITEMS-CHARGED
           MOVE WS-TOTAL-FEES TO WS-DISP-AMT
           DISPLAY "  Total fees posted: " WS-DISP-AMT
           DISPLAY "  Not charged:       " WS-ACCOUNTS-SKIPPED
           DISPLAY "  For conversion:    " WS-CONV-COUNT
           IF WS-ACCOUNTS-SKIPPED > ZEROS
               OR WS-CONV-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CONV-OVERFLOW > ZEROS
               DISPLAY "  Table full:        " WS-CONV-OVERFLOW
                   " conversion account(s) not listed"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           PERFORM CLOSE-FILES
           STOP RUN.

       CLOSE-FILES.
           CLOSE ACCT-FILE
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
           END-IF.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

       PERSIST-NEXT-TXN-ID.
           IF NOT WS-CTRL-IS-OPEN
               GO TO PERSIST-NEXT-TXN-ID-EXIT
           END-IF
           MOVE "1" TO CTRL-KEY
           MOVE WS-NEXT-TXN-ID TO CTRL-NEXT-TXN-ID
           REWRITE CTRL-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
       PERSIST-NEXT-TXN-ID-EXIT.
           EXIT.

      *    Allocates this run's id on the run-history file; every
      *    fee entry carries it in TXN-RUN-ID so RUNBACK can back
      *    the whole run out.
       OPEN-RUN-HISTORY.
           OPEN I-O RUNH-FILE
           IF WS-RUNH-OK
               SET WS-RUNH-IS-OPEN TO TRUE
           ELSE
               IF WS-RUNH-FILE-MISSING
                   OPEN OUTPUT RUNH-FILE
                   IF WS-RUNH-OK
                       CLOSE RUNH-FILE
                       OPEN I-O RUNH-FILE
                       IF WS-RUNH-OK
                           SET WS-RUNH-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RUNH-IS-OPEN
               DISPLAY "WARNING: Run history unavailable - "
                   "entries will not carry a run id."
               GO TO OPEN-RUN-HISTORY-EXIT
           END-IF
           MOVE HIGH-VALUES TO RUNH-ID
           START RUNH-FILE KEY IS LESS THAN RUNH-ID
               INVALID KEY
                   MOVE 1 TO WS-RUN-ID
           END-START
           IF WS-RUN-ID = ZEROS
               READ RUNH-FILE NEXT
                   AT END
                       MOVE 1 TO WS-RUN-ID
                   NOT AT END
                       COMPUTE WS-RUN-ID = RUNH-ID + 1
               END-READ
           END-IF
           MOVE WS-RUN-ID     TO RUNH-ID
           MOVE "XWDFEE  "    TO RUNH-PROGRAM
           MOVE WS-TODAY-DATE TO RUNH-DATE
           MOVE WS-NOW-TIME   TO RUNH-TIME
           MOVE ZEROS         TO RUNH-TXN-COUNT
           MOVE ZEROS         TO RUNH-TXN-TOTAL
           MOVE ZEROS         TO RUNH-SKIP-COUNT
           MOVE "A"           TO RUNH-STATUS
           WRITE RUNH-REC
           INVALID KEY
               CONTINUE
           END-WRITE
           IF WS-RUNH-OK
               DISPLAY "Run id: " WS-RUN-ID
           ELSE
               DISPLAY "WARNING: Could not record the run - "
                   "entries will not carry a run id."
               MOVE ZEROS TO WS-RUN-ID
           END-IF.
       OPEN-RUN-HISTORY-EXIT.
           EXIT.

       CLOSE-RUN-HISTORY.
           IF NOT WS-RUNH-IS-OPEN
               GO TO CLOSE-RUN-HISTORY-EXIT
           END-IF
           IF WS-RUN-ID > ZEROS
               MOVE WS-RUN-ID TO RUNH-ID
               READ RUNH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RUN-TXN-COUNT TO RUNH-TXN-COUNT
                       MOVE WS-RUN-TXN-TOTAL TO RUNH-TXN-TOTAL
                       MOVE WS-ACCOUNTS-SKIPPED TO RUNH-SKIP-COUNT
                       REWRITE RUNH-REC
                       INVALID KEY
                           CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           CLOSE RUNH-FILE
           MOVE 0 TO WS-RUNH-OPEN-FLAG.
       CLOSE-RUN-HISTORY-EXIT.
           EXIT.

       OPEN-RPT-FILE.
           STRING "data/XWDFEE-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "EXCESS CONVENIENCE WITHDRAWAL FEES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE WS-CFG-XWD-LIMIT TO WS-DISP-LIMIT
               MOVE WS-CFG-XWD-FEE TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  LIMIT " WS-DISP-LIMIT " PER MONTH"
                   "  FEE PER ITEM " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACCOUNT   NAME                           T "
                   "MONTH  ITEMS OVER             FEE"
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

       PROCESS-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF (ACCT-IS-SAVINGS OR ACCT-IS-MMKT)
                       AND NOT ACCT-IS-CLOSED
                       AND NOT ACCT-IS-CHGOFF
                       AND ACCT-XWD-MONTH NUMERIC
                       AND ACCT-XWD-MONTH > ZEROS
                       PERFORM CHECK-ONE-ACCOUNT
                           THRU CHECK-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ.

      *    Works out the items over the limit not yet charged this
      *    month, records the month as an over-limit month the first
      *    time, and charges the fee. An account on hold or under a
      *    debit restriction is not charged tonight; its count is
      *    left as it is, so the items are charged once it can be.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-COUNTED
           MOVE 0 TO WS-REWRITE-FLAG
           IF ACCT-XWD-COUNT NOT NUMERIC
               MOVE ZEROS TO ACCT-XWD-COUNT
               SET WS-NEEDS-REWRITE TO TRUE
           END-IF
           IF ACCT-XWD-CHARGED NOT NUMERIC
               MOVE ZEROS TO ACCT-XWD-CHARGED
               SET WS-NEEDS-REWRITE TO TRUE
           END-IF
           IF ACCT-XWD-OVER-MOS NOT NUMERIC
               MOVE ZEROS TO ACCT-XWD-OVER-MOS
               SET WS-NEEDS-REWRITE TO TRUE
           END-IF
           IF ACCT-XWD-COUNT NOT > WS-CFG-XWD-LIMIT
               GO TO CHECK-ONE-ACCOUNT-SAVE
           END-IF
           ADD 1 TO WS-ACCOUNTS-OVER

           IF ACCT-XWD-OVER-MO(1) NOT = ACCT-XWD-MONTH
               PERFORM RECORD-OVER-LIMIT-MONTH
               SET WS-NEEDS-REWRITE TO TRUE
           END-IF

           MOVE ZEROS TO WS-EXCESS-ITEMS
           IF ACCT-XWD-COUNT - WS-CFG-XWD-LIMIT > ACCT-XWD-CHARGED
               COMPUTE WS-EXCESS-ITEMS = ACCT-XWD-COUNT
                   - WS-CFG-XWD-LIMIT - ACCT-XWD-CHARGED
           END-IF
           IF WS-EXCESS-ITEMS = ZEROS
               GO TO CHECK-ONE-ACCOUNT-SAVE
           END-IF
           COMPUTE WS-FEE-AMT = WS-EXCESS-ITEMS * WS-CFG-XWD-FEE
               ON SIZE ERROR
                   MOVE "FEE OVERFLOW" TO WS-SKIP-REASON
                   PERFORM REPORT-NOT-CHARGED
                   GO TO CHECK-ONE-ACCOUNT-SAVE
           END-COMPUTE

      *    Directional restrictions: a fee is a debit, and the fee
      *    run is not a counter channel.
           IF NOT ACCT-IS-ACTIVE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-SKIP-REASON
               PERFORM REPORT-NOT-CHARGED
               GO TO CHECK-ONE-ACCOUNT-SAVE
           END-IF
           IF ACCT-RES-NO-DEBITS OR ACCT-RES-COUNTER-ONLY
               MOVE "ACCOUNT RESTRICTED" TO WS-SKIP-REASON
               PERFORM REPORT-NOT-CHARGED
               GO TO CHECK-ONE-ACCOUNT-SAVE
           END-IF
           IF WS-FEE-AMT > ACCT-BAL
               MOVE "FEE EXCEEDS BALANCE" TO WS-SKIP-REASON
               PERFORM REPORT-NOT-CHARGED
               GO TO CHECK-ONE-ACCOUNT-SAVE
           END-IF

           SUBTRACT WS-FEE-AMT FROM ACCT-BAL
           ADD WS-EXCESS-ITEMS TO ACCT-XWD-CHARGED
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  ERROR: Could not update account "
                   ACCT-NO " - status " WS-ACCT-STATUS
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM LOG-XWD-FEE
           ADD 1 TO WS-ACCOUNTS-CHARGED
           ADD WS-EXCESS-ITEMS TO WS-ITEMS-CHARGED
           ADD WS-FEE-AMT TO WS-TOTAL-FEES
           MOVE "CHARGED" TO WS-SKIP-REASON
           PERFORM WRITE-FEE-LINE
           GO TO CHECK-ONE-ACCOUNT-EXIT.

       CHECK-ONE-ACCOUNT-SAVE.
           IF WS-NEEDS-REWRITE
               REWRITE ACCT-REC
               IF NOT WS-ACCT-OK
                   DISPLAY "  ERROR: Could not update account "
                       ACCT-NO " - status " WS-ACCT-STATUS
               END-IF
           END-IF.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      *    Pushes this month onto the over-limit history, newest
      *    first, and lists the account for conversion when the
      *    oldest of the three is inside the last twelve months.
       RECORD-OVER-LIMIT-MONTH.
           MOVE ACCT-XWD-OVER-MO(2) TO ACCT-XWD-OVER-MO(3)
           MOVE ACCT-XWD-OVER-MO(1) TO ACCT-XWD-OVER-MO(2)
           MOVE ACCT-XWD-MONTH      TO ACCT-XWD-OVER-MO(1)
           IF ACCT-XWD-OVER-MO(3) = ZEROS
               GO TO RECORD-OVER-LIMIT-MONTH-EXIT
           END-IF
           MOVE ACCT-XWD-OVER-MO(1) TO WS-MONTH-WORK
           COMPUTE WS-MONTH-NEWEST = WS-MONTH-YYYY * 12 + WS-MONTH-MM
           MOVE ACCT-XWD-OVER-MO(3) TO WS-MONTH-WORK
           COMPUTE WS-MONTH-OLDEST = WS-MONTH-YYYY * 12 + WS-MONTH-MM
           COMPUTE WS-MONTHS-APART = WS-MONTH-NEWEST - WS-MONTH-OLDEST
           IF WS-MONTHS-APART < 12
               IF WS-CONV-COUNT < 200
                   ADD 1 TO WS-CONV-COUNT
                   MOVE ACCT-NO   TO WS-CONV-ACCT-NO(WS-CONV-COUNT)
                   MOVE ACCT-NAME TO WS-CONV-NAME(WS-CONV-COUNT)
                   MOVE ACCT-TYPE TO WS-CONV-TYPE(WS-CONV-COUNT)
                   MOVE ACCT-XWD-OVER-MO(1)
                       TO WS-CONV-MO-1(WS-CONV-COUNT)
                   MOVE ACCT-XWD-OVER-MO(2)
                       TO WS-CONV-MO-2(WS-CONV-COUNT)
                   MOVE ACCT-XWD-OVER-MO(3)
                       TO WS-CONV-MO-3(WS-CONV-COUNT)
               ELSE
                   ADD 1 TO WS-CONV-OVERFLOW
               END-IF
           END-IF.
       RECORD-OVER-LIMIT-MONTH-EXIT.
           EXIT.

       REPORT-NOT-CHARGED.
           ADD 1 TO WS-ACCOUNTS-SKIPPED
           DISPLAY "  SKIP " ACCT-NO " - " WS-SKIP-REASON
           PERFORM WRITE-FEE-LINE.

       WRITE-FEE-LINE.
           MOVE ACCT-XWD-COUNT TO WS-DISP-CNT
           MOVE WS-EXCESS-ITEMS TO WS-DISP-CNT2
           MOVE WS-FEE-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING ACCT-NO "  " ACCT-NAME " " ACCT-TYPE " "
               ACCT-XWD-MONTH "   " WS-DISP-CNT "  "
               WS-DISP-CNT2 " " WS-DISP-AMT "  " WS-SKIP-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       LOG-XWD-FEE.
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE ACCT-NO           TO TXN-ACCT-NO
           MOVE "S"               TO TXN-TYPE
           MOVE WS-FEE-AMT        TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE "EXCESS WDL FEE"  TO TXN-DESC
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE ZEROS             TO TXN-REF-ID
           MOVE SPACES            TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE "FEE "            TO TXN-CATEGORY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE SPACES            TO TXN-OVERRIDE-ID
           MOVE ZEROS             TO TXN-CHECK-NO
           MOVE WS-RUN-ID         TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE SPACES            TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD WS-FEE-AMT TO WS-RUN-TXN-TOTAL
               PERFORM PERSIST-NEXT-TXN-ID THRU PERSIST-NEXT-TXN-ID-EXIT
           ELSE
               DISPLAY "  WARNING: Account " ACCT-NO
                   " charged but transaction log failed."
           END-IF.

       PRINT-CONVERSION-LIST.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "OVER THE LIMIT IN 3 MONTHS OF A ROLLING YEAR - CONVERT"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT   NAME                           T "
               "OVER-LIMIT MONTHS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-CONV-COUNT = ZEROS
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM PRINT-ONE-CONVERSION
               VARYING WS-CONV-IDX FROM 1 BY 1
               UNTIL WS-CONV-IDX > WS-CONV-COUNT.

       PRINT-ONE-CONVERSION.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CONV-ACCT-NO(WS-CONV-IDX) "  "
               WS-CONV-NAME(WS-CONV-IDX) " "
               WS-CONV-TYPE(WS-CONV-IDX) " "
               WS-CONV-MO-1(WS-CONV-IDX) " "
               WS-CONV-MO-2(WS-CONV-IDX) " "
               WS-CONV-MO-3(WS-CONV-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  CONVERT " WS-CONV-ACCT-NO(WS-CONV-IDX)
               "  " WS-CONV-NAME(WS-CONV-IDX).

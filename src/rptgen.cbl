      * RPTGEN - Report Generator                                      *
      * Produces formatted account statements for a given account      *
      * and date range. Demonstrates COBOL report formatting.          *
      * In the ALL (batch) run a customer whose mail has come back     *
      * (CUST-MAIL-RETURNED) is not mailed a statement; it is listed   *
      * on the day's hold-mail report (HMAIL-REC) instead.             *
      * Customers who have agreed to household mailing (HHLD-REC) get  *
      * one household statement in the batch run, addressed to the    *
      * household mailing address, holding each consenting member's   *
      * statement in turn.                                             *
      * Statement cycles (ACCT-STMT-CYCLE/FREQ, spread by CYCASGN):    *
      * entered as CYCLE, the nightly run produces statements for the  *
      * accounts on a day cycle (01-28) whose cycle ended on or since  *
      * their last statement; entered as MONTHEND, the month-end run   *
      * does the same for the accounts on the month-end cycle. Each    *
      * statement runs from the day after the account's last cycle    *
      * statement to its cycle end, which is then kept on the account  *
      * (ACCT-STMT-LAST-DT). Neither run prompts for anything further. *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

           SELECT HMAIL-FILE
               ASSIGN TO DYNAMIC WS-HMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMAIL-STATUS.

           SELECT HHLD-FILE
               ASSIGN TO "data/HOUSEHLD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  CUST-FILE.
       COPY CUST-REC.

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

       FD  HHLD-FILE.
       COPY HHLD-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       01  WS-BATCH-ACCT-COUNT    PIC 9(5) VALUE 0.
       01  WS-BATCH-IDX           PIC 9(5).

      *--- Statement cycle runs. CYCLE (the nightly step) takes the
      *    accounts on a day cycle, MONTHEND (the month-end step)
      *    those on the month-end cycle; each collected account keeps
      *    its own statement period in step with the batch table. ---
       01  WS-CYCLE-FLAG          PIC 9 VALUE 0.
           88  WS-CYCLE-MODE          VALUE 1 2.
           88  WS-CYCLE-DAY-RUN       VALUE 1.
           88  WS-CYCLE-MONTH-END-RUN VALUE 2.
       01  WS-CYCLE-RUN-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-BATCH-PERIOD-TABLE.
           05  WS-BATCH-PERIOD    OCCURS 500 TIMES.
               10  WS-BATCH-START     PIC 9(8).
               10  WS-BATCH-END       PIC 9(8).
       01  WS-CYC-DAY             PIC 9(2).
       01  WS-CYC-YEAR            PIC 9(4).
       01  WS-CYC-MONTH           PIC 9(2).
       01  WS-CYC-MONTHS-BACK     PIC 9(2).
       01  WS-CYC-END             PIC 9(8).
       01  WS-CYC-SAVE-END        PIC 9(8).
       01  WS-CYC-START           PIC 9(8).
       01  WS-CYC-LAST            PIC 9(8).
       01  WS-CYC-NEXT-FIRST      PIC 9(8).
       01  WS-CYC-DUE-FLAG        PIC 9 VALUE 0.
           88  WS-CYC-IS-DUE          VALUE 1.
       01  WS-STMTS-MARKED        PIC 9(5) VALUE 0.

      *--- Combined customer statement (CUST mode). The batch run
      *    also prefers this format for any customer holding more
      *    than one linked account, so one envelope covers the
       01  WS-BATCH-DUP-FLAG      PIC 9 VALUE 0.
           88  WS-BATCH-SEEN-EARLIER  VALUE 1.

      *--- Returned-mail hold for the batch run ---
       01  WS-HMAIL-STATUS        PIC XX.
           88  WS-HMAIL-OK            VALUE "00".
           88  WS-HMAIL-FILE-MISSING  VALUE "35".
       01  WS-HMAIL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-HMAIL-IS-OPEN       VALUE 1.
       01  WS-HMAIL-FILENAME      PIC X(40).
       01  WS-HMAIL-DATE          PIC 9(8).
       01  WS-RETMAIL-FLAG        PIC 9 VALUE 0.
           88  WS-RETMAIL-HELD        VALUE 1.
       01  WS-RETMAIL-DT          PIC 9(8).
       01  WS-STMTS-HELD          PIC 9(5) VALUE 0.

      *--- Household mailing for the batch run: the head of the
      *    household each collected account's customer mails
      *    under, zero when the customer has not agreed to
      *    household mailing (or is in no household). ---
       01  WS-HHLD-STATUS         PIC XX.
           88  WS-HHLD-OK             VALUE "00".
           88  WS-HHLD-FILE-MISSING   VALUE "35".
       01  WS-HHLD-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-HHLD-IS-OPEN        VALUE 1.
       01  WS-BATCH-HH-TABLE.
           05  WS-BATCH-HH-HEAD   OCCURS 500 TIMES PIC 9(8).
       01  WS-HH-HEAD             PIC 9(8).
       01  WS-HH-K                PIC 9(5).
       01  WS-HH-J                PIC 9(5).
       01  WS-HH-DONE-FLAG        PIC 9 VALUE 0.
           88  WS-HH-ALREADY-DONE     VALUE 1.
       01  WS-HH-MAIL-NAME        PIC X(30).
       01  WS-HH-MAIL-ADDR1       PIC X(30).
       01  WS-HH-MAIL-ADDR2       PIC X(30).
       01  WS-HH-MAIL-CITY        PIC X(20).
       01  WS-HH-MAIL-STATE       PIC X(2).
       01  WS-HH-MAIL-ZIP         PIC X(10).
       01  WS-STMTS-HOUSEHOLD     PIC 9(5) VALUE 0.

      *--- Effective statement date of the entry being processed
      *    (the value date when one was posted, else the entry
      *    date; older records carry no effective date at all) ---
                       MOVE CTRL-RPT-LINES-PER-PAGE
                           TO WS-LINES-PER-PAGE
                   END-IF
                   IF CTRL-BANKING-DATE NUMERIC
                       MOVE CTRL-BANKING-DATE TO WS-CYCLE-RUN-DATE
                   END-IF
           END-READ.
       LOAD-CTRL-PARAMS-EXIT.
           EXIT.
           DISPLAY "========================================="
           DISPLAY "Account number (8 digits), ALL for every "
               "active account,"
           DISPLAY "or CUST for a combined customer statement,"
           DISPLAY "or CYCLE / MONTHEND for a statement cycle run:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE 0 TO WS-BATCH-FLAG
                   IF WS-INPUT-BRANCH NOT = SPACES
                       MOVE WS-INPUT-BRANCH TO WS-FILTER-BRANCH
                   END-IF
               WHEN "CYCLE"
                   SET WS-BATCH-MODE TO TRUE
                   SET WS-CYCLE-DAY-RUN TO TRUE
               WHEN "MONTHEND"
                   SET WS-BATCH-MODE TO TRUE
                   SET WS-CYCLE-MONTH-END-RUN TO TRUE
               WHEN "CUST"
                   SET WS-CUST-MODE TO TRUE
                   DISPLAY "Customer number (8 digits):"
                   MOVE WS-INPUT-ACCTNO TO WS-TARGET-ACCTNO
           END-EVALUATE

      *    A cycle run takes each account's period from its cycle,
      *    as of the banking date (the wall clock on a control file
      *    with none), so it asks for no dates.
           IF WS-CYCLE-MODE
               IF WS-CYCLE-RUN-DATE = ZEROS
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   STRING WS-NOW-YEAR WS-NOW-MONTH WS-NOW-DAY
                       DELIMITED BY SIZE INTO WS-CYCLE-RUN-DATE
                   END-STRING
               END-IF
               DISPLAY "Statement cycle run for " WS-CYCLE-RUN-DATE
           ELSE
               PERFORM GET-DATE-RANGE
           END-IF.

      *    Prompts for the start/end dates and loops back on itself if
      *    the operator enters a start date after the end date - an
      *    accounts and single-account customers keep the
      *    per-account format.
       RUN-BATCH-STATEMENTS.
           OPEN INPUT HHLD-FILE
           IF WS-HHLD-OK
               SET WS-HHLD-IS-OPEN TO TRUE
           END-IF
           PERFORM COLLECT-ACTIVE-ACCOUNTS
               THRU COLLECT-ACTIVE-ACCOUNTS-EXIT
           DISPLAY "Generating statements for "
               WS-BATCH-ACCT-COUNT " active accounts..."
           IF WS-CYCLE-MODE AND WS-BATCH-ACCT-COUNT = 500
               DISPLAY "Cycle run is full at 500 accounts - the "
                   "rest are picked up by the next run."
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-ACCT-COUNT
               PERFORM GENERATE-ONE-BATCH-STMT
                   THRU GENERATE-ONE-BATCH-STMT-EXIT
           END-PERFORM
           IF WS-CYCLE-MODE
               PERFORM MARK-CYCLE-STATEMENTS
                   THRU MARK-CYCLE-STATEMENTS-EXIT
           END-IF
           IF WS-HMAIL-IS-OPEN
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
               DISPLAY "Statements held (returned mail): "
                   WS-STMTS-HELD " - see " WS-HMAIL-FILENAME
           END-IF
           IF WS-HHLD-IS-OPEN
               CLOSE HHLD-FILE
               MOVE 0 TO WS-HHLD-OPEN-FLAG
               DISPLAY "Household statements: " WS-STMTS-HOUSEHOLD
           END-IF
           DISPLAY "Batch statement run complete.".

       GENERATE-ONE-BATCH-STMT.
           MOVE WS-BATCH-ACCT-NO(WS-BATCH-IDX)
               TO WS-TARGET-ACCTNO
           IF WS-CYCLE-MODE
               MOVE WS-BATCH-START(WS-BATCH-IDX) TO WS-START-DATE
               MOVE WS-BATCH-END(WS-BATCH-IDX) TO WS-END-DATE
           END-IF
           IF WS-BATCH-CUST-NO(WS-BATCH-IDX) > ZEROS
               IF WS-BATCH-HH-HEAD(WS-BATCH-IDX) > ZEROS
                   PERFORM RUN-HOUSEHOLD-STATEMENT
                       THRU RUN-HOUSEHOLD-STATEMENT-EXIT
                   GO TO GENERATE-ONE-BATCH-STMT-EXIT
               END-IF
               PERFORM COUNT-BATCH-CUST-ACCTS
               IF WS-BATCH-SEEN-EARLIER
                   GO TO GENERATE-ONE-BATCH-STMT-EXIT
               END-IF
               PERFORM CHECK-RETURNED-MAIL
               IF WS-RETMAIL-HELD
                   PERFORM HOLD-BATCH-STMT THRU HOLD-BATCH-STMT-EXIT
                   GO TO GENERATE-ONE-BATCH-STMT-EXIT
               END-IF
               IF WS-BATCH-CUST-ACCTS > 1
                   MOVE WS-BATCH-CUST-NO(WS-BATCH-IDX)
                       TO WS-TARGET-CUSTNO
       GENERATE-ONE-BATCH-STMT-EXIT.
           EXIT.

      *    Whether the batch entry's customer has returned mail on
      *    file. The customer master is optional here, as it is for
      *    FETCH-CUSTOMER-NAME; with no master nothing is held.
       CHECK-RETURNED-MAIL.
           MOVE 0 TO WS-RETMAIL-FLAG
           MOVE SPACES TO WS-CUST-SAVE-NAME
           MOVE ZEROS TO WS-RETMAIL-DT
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               MOVE WS-BATCH-CUST-NO(WS-BATCH-IDX) TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           SET WS-RETMAIL-HELD TO TRUE
                           MOVE CUST-NAME TO WS-CUST-SAVE-NAME
                           MOVE CUST-RETMAIL-DT TO WS-RETMAIL-DT
                       END-IF
               END-READ
               CLOSE CUST-FILE
           END-IF.

      *    One hold-mail line per envelope not mailed: the account
      *    for a single-account customer, zero for a combined
      *    statement.
       HOLD-BATCH-STMT.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               DISPLAY "WARNING: Statement for customer "
                   WS-BATCH-CUST-NO(WS-BATCH-IDX)
                   " not held - cannot open hold-mail report."
               GO TO HOLD-BATCH-STMT-EXIT
           END-IF
           MOVE SPACES TO HMAIL-LINE
           MOVE "RPTGEN"          TO HMAIL-SOURCE
           MOVE WS-BATCH-CUST-NO(WS-BATCH-IDX) TO HMAIL-CUST-NO
           IF WS-BATCH-CUST-ACCTS > 1
               MOVE ZEROS TO HMAIL-ACCT-NO
           ELSE
               MOVE WS-TARGET-ACCTNO TO HMAIL-ACCT-NO
           END-IF
           MOVE WS-CUST-SAVE-NAME TO HMAIL-NAME
           STRING "STATEMENT " WS-START-DATE "-" WS-END-DATE
               DELIMITED BY SIZE INTO HMAIL-ITEM
           END-STRING
           MOVE WS-RETMAIL-DT     TO HMAIL-RET-DT
           WRITE HMAIL-REC
           ADD 1 TO WS-STMTS-HELD.
       HOLD-BATCH-STMT-EXIT.
           EXIT.

      *    The day's hold-mail report is shared with the other mail
      *    jobs, so it is extended, and created with its heading
      *    only when this is the first job of the day to hold mail.
       OPEN-HMAIL-FILE.
           IF WS-HMAIL-IS-OPEN
               GO TO OPEN-HMAIL-FILE-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-NOW-YEAR WS-NOW-MONTH WS-NOW-DAY
               DELIMITED BY SIZE INTO WS-HMAIL-DATE
           END-STRING
           MOVE SPACES TO WS-HMAIL-FILENAME
           STRING "data/HOLDMAIL-" WS-HMAIL-DATE ".txt"
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

      *    How many collected accounts share the current entry's
      *    customer, and whether that customer already appeared
      *    earlier in the table (combined statement already done).
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-CYC-DUE-FLAG
                   IF WS-CYCLE-MODE AND ACCT-IS-ACTIVE
                       PERFORM COMPUTE-CYCLE-DUE
                           THRU COMPUTE-CYCLE-DUE-EXIT
                   END-IF
                   IF ACCT-IS-ACTIVE
                       AND (WS-FILTER-BRANCH = SPACES
                           OR ACCT-BRANCH = WS-FILTER-BRANCH)
                       AND WS-CYC-IS-DUE
                       ADD 1 TO WS-BATCH-ACCT-COUNT
                       MOVE ACCT-NO
                           TO WS-BATCH-ACCT-NO(WS-BATCH-ACCT-COUNT)
                       MOVE WS-CYC-START
                           TO WS-BATCH-START(WS-BATCH-ACCT-COUNT)
                       MOVE WS-CYC-END
                           TO WS-BATCH-END(WS-BATCH-ACCT-COUNT)
                       IF ACCT-CUST-NO NUMERIC
                           MOVE ACCT-CUST-NO TO
                               WS-BATCH-CUST-NO(WS-BATCH-ACCT-COUNT)
                           MOVE ZEROS TO
                               WS-BATCH-CUST-NO(WS-BATCH-ACCT-COUNT)
                       END-IF
                       PERFORM FIND-BATCH-HOUSEHOLD
                           THRU FIND-BATCH-HOUSEHOLD-EXIT
                   END-IF
           END-READ.

      *    The household the new table entry's customer mails under:
      *    only when the customer has agreed to household mailing
      *    and the household's head record (which carries the
      *    mailing address) is on file.
       FIND-BATCH-HOUSEHOLD.
           MOVE ZEROS TO WS-BATCH-HH-HEAD(WS-BATCH-ACCT-COUNT)
           IF NOT WS-HHLD-IS-OPEN
               OR WS-BATCH-CUST-NO(WS-BATCH-ACCT-COUNT) = ZEROS
               GO TO FIND-BATCH-HOUSEHOLD-EXIT
           END-IF
           MOVE WS-BATCH-CUST-NO(WS-BATCH-ACCT-COUNT) TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO FIND-BATCH-HOUSEHOLD-EXIT
           END-READ
           IF NOT HH-MAIL-CONSOLIDATE
               GO TO FIND-BATCH-HOUSEHOLD-EXIT
           END-IF
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           MOVE WS-HH-HEAD TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO FIND-BATCH-HOUSEHOLD-EXIT
           END-READ
           IF HH-IS-HEAD
               MOVE WS-HH-HEAD TO WS-BATCH-HH-HEAD(WS-BATCH-ACCT-COUNT)
           END-IF.
       FIND-BATCH-HOUSEHOLD-EXIT.
           EXIT.

      *    Whether the account in ACCT-REC is due a cycle statement
      *    on WS-CYCLE-RUN-DATE, and the period it covers (WS-CYC-
      *    START to WS-CYC-END). The cycle end is the latest one on
      *    or before the run date - a quarterly account's in a
      *    quarter-end month - and is due until a statement has
      *    covered it, so a night the run was missed is caught up by
      *    the next. The month-end run takes the end of the banking
      *    month, which may fall on a later non-banking day. An
      *    account with no cycle statement yet starts at the cycle
      *    ending in this run, so a new or newly converted account is
      *    not sent a catch-up statement for an older cycle.
       COMPUTE-CYCLE-DUE.
           MOVE 0 TO WS-CYC-DUE-FLAG
           MOVE 99 TO WS-CYC-DAY
           IF ACCT-STMT-CYCLE NUMERIC
               AND ACCT-STMT-CYCLE >= 1 AND ACCT-STMT-CYCLE <= 28
               MOVE ACCT-STMT-CYCLE TO WS-CYC-DAY
           END-IF
           IF WS-CYCLE-DAY-RUN AND WS-CYC-DAY = 99
               GO TO COMPUTE-CYCLE-DUE-EXIT
           END-IF
           IF WS-CYCLE-MONTH-END-RUN AND WS-CYC-DAY NOT = 99
               GO TO COMPUTE-CYCLE-DUE-EXIT
           END-IF
           MOVE WS-CYCLE-RUN-DATE(1:4) TO WS-CYC-YEAR
           MOVE WS-CYCLE-RUN-DATE(5:2) TO WS-CYC-MONTH
           PERFORM SET-CYCLE-END
           IF WS-CYCLE-DAY-RUN
               AND WS-CYC-END > WS-CYCLE-RUN-DATE
               PERFORM STEP-BACK-ONE-MONTH
               PERFORM SET-CYCLE-END
           END-IF
           MOVE 1 TO WS-CYC-MONTHS-BACK
           IF ACCT-STMT-QUARTERLY
               MOVE 3 TO WS-CYC-MONTHS-BACK
               PERFORM STEP-BACK-ONE-MONTH
                   UNTIL FUNCTION MOD(WS-CYC-MONTH, 3) = 0
               PERFORM SET-CYCLE-END
           END-IF

           MOVE ZEROS TO WS-CYC-LAST
           IF ACCT-STMT-LAST-DT NUMERIC
               MOVE ACCT-STMT-LAST-DT TO WS-CYC-LAST
           END-IF
           IF WS-CYC-END NOT > WS-CYC-LAST
               GO TO COMPUTE-CYCLE-DUE-EXIT
           END-IF
           IF WS-CYC-LAST = ZEROS
               IF WS-CYCLE-DAY-RUN
                   AND WS-CYC-END NOT = WS-CYCLE-RUN-DATE
                   GO TO COMPUTE-CYCLE-DUE-EXIT
               END-IF
               IF WS-CYCLE-MONTH-END-RUN
                   AND WS-CYC-END(1:6) NOT = WS-CYCLE-RUN-DATE(1:6)
                   GO TO COMPUTE-CYCLE-DUE-EXIT
               END-IF
           END-IF

           IF WS-CYC-LAST > ZEROS
               COMPUTE WS-CYC-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CYC-LAST) + 1)
           ELSE
               MOVE WS-CYC-END TO WS-CYC-SAVE-END
               PERFORM STEP-BACK-ONE-MONTH WS-CYC-MONTHS-BACK TIMES
               PERFORM SET-CYCLE-END
               COMPUTE WS-CYC-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CYC-END) + 1)
               MOVE WS-CYC-SAVE-END TO WS-CYC-END
           END-IF
           SET WS-CYC-IS-DUE TO TRUE.
       COMPUTE-CYCLE-DUE-EXIT.
           EXIT.

      *    Cycle end date in WS-CYC-YEAR/MONTH: the cycle day, or
      *    the last day of the month for the month-end cycle.
       SET-CYCLE-END.
           IF WS-CYC-DAY = 99
               IF WS-CYC-MONTH = 12
                   COMPUTE WS-CYC-NEXT-FIRST =
                       (WS-CYC-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-CYC-NEXT-FIRST = WS-CYC-YEAR * 10000
                       + (WS-CYC-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-CYC-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CYC-NEXT-FIRST) - 1)
           ELSE
               COMPUTE WS-CYC-END = WS-CYC-YEAR * 10000
                   + WS-CYC-MONTH * 100 + WS-CYC-DAY
           END-IF.

       STEP-BACK-ONE-MONTH.
           IF WS-CYC-MONTH = 1
               MOVE 12 TO WS-CYC-MONTH
               SUBTRACT 1 FROM WS-CYC-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CYC-MONTH
           END-IF.

      *    Each collected account's cycle end is kept on the account,
      *    so its next statement starts the day after - whether this
      *    one went out alone, in a combined or household envelope,
      *    or was held for returned mail. Left unrecorded, the next
      *    run would produce the same statement again, so a failure
      *    here ends the run RC 8.
       MARK-CYCLE-STATEMENTS.
           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Cannot open account file to record "
                   "the cycle - status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MARK-CYCLE-STATEMENTS-EXIT
           END-IF
           PERFORM MARK-ONE-CYCLE-STMT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-ACCT-COUNT
           CLOSE ACCT-FILE
           DISPLAY "Accounts cycled: " WS-STMTS-MARKED.
       MARK-CYCLE-STATEMENTS-EXIT.
           EXIT.

       MARK-ONE-CYCLE-STMT.
           MOVE WS-BATCH-ACCT-NO(WS-BATCH-IDX) TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "WARNING: Account " ACCT-NO
                       " not found - cycle not recorded."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-BATCH-END(WS-BATCH-IDX)
                       TO ACCT-STMT-LAST-DT
                   REWRITE ACCT-REC
                   IF WS-ACCT-OK
                       ADD 1 TO WS-STMTS-MARKED
                   ELSE
                       DISPLAY "WARNING: Account " ACCT-NO
                           " cycle not recorded - status "
                           WS-ACCT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       RUN-CUSTOMER-STATEMENT-EXIT.
           EXIT.

      *    One envelope for a household: a cover page addressed to
      *    the household mailing address, then each consenting
      *    member's statement (relationship summary and each
      *    account's activity), all in a single file. Produced at
      *    the household's first entry in the batch table. The
      *    envelope is held when the head's mail has come back.
       RUN-HOUSEHOLD-STATEMENT.
           MOVE WS-BATCH-HH-HEAD(WS-BATCH-IDX) TO WS-HH-HEAD
           MOVE 0 TO WS-HH-DONE-FLAG
           PERFORM CHECK-HOUSEHOLD-SEEN
               VARYING WS-HH-J FROM 1 BY 1
               UNTIL WS-HH-J NOT < WS-BATCH-IDX
               OR WS-HH-ALREADY-DONE
           IF WS-HH-ALREADY-DONE
               GO TO RUN-HOUSEHOLD-STATEMENT-EXIT
           END-IF
           MOVE WS-HH-HEAD TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   DISPLAY "WARNING: Household " WS-HH-HEAD
                       " head record not found - statement skipped."
                   GO TO RUN-HOUSEHOLD-STATEMENT-EXIT
           END-READ
           MOVE HH-MAIL-NAME  TO WS-HH-MAIL-NAME
           MOVE HH-MAIL-ADDR1 TO WS-HH-MAIL-ADDR1
           MOVE HH-MAIL-ADDR2 TO WS-HH-MAIL-ADDR2
           MOVE HH-MAIL-CITY  TO WS-HH-MAIL-CITY
           MOVE HH-MAIL-STATE TO WS-HH-MAIL-STATE
           MOVE HH-MAIL-ZIP   TO WS-HH-MAIL-ZIP

           PERFORM CHECK-HOUSEHOLD-RETMAIL
           IF WS-RETMAIL-HELD
               PERFORM HOLD-HOUSEHOLD-STMT
                   THRU HOLD-HOUSEHOLD-STMT-EXIT
               GO TO RUN-HOUSEHOLD-STATEMENT-EXIT
           END-IF

           MOVE SPACES TO WS-STMT-FILENAME
           STRING "data/HSTMT-" WS-HH-HEAD "-"
               WS-START-DATE "-" WS-END-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           END-STRING
           OPEN OUTPUT STMT-FILE
           IF WS-STMT-OK
               SET WS-STMT-IS-OPEN TO TRUE
               MOVE ZEROS TO WS-SPOOL-LINES
               DISPLAY "Statement file: " WS-STMT-FILENAME
           ELSE
               DISPLAY "WARNING: Could not open statement file: "
                   WS-STMT-STATUS
           END-IF
           PERFORM PRINT-HOUSEHOLD-COVER
           PERFORM HOUSEHOLD-MEMBER-STATEMENT
               THRU HOUSEHOLD-MEMBER-STATEMENT-EXIT
               VARYING WS-HH-K FROM WS-BATCH-IDX BY 1
               UNTIL WS-HH-K > WS-BATCH-ACCT-COUNT
           PERFORM CLOSE-STMT-FILE
           ADD 1 TO WS-STMTS-HOUSEHOLD.
       RUN-HOUSEHOLD-STATEMENT-EXIT.
           EXIT.

       CHECK-HOUSEHOLD-SEEN.
           IF WS-BATCH-HH-HEAD(WS-HH-J) = WS-HH-HEAD
               SET WS-HH-ALREADY-DONE TO TRUE
           END-IF.

      *    Whether the head of the household has returned mail on
      *    file - the household address is the head's, so the
      *    envelope waits with the rest of the head's mail.
       CHECK-HOUSEHOLD-RETMAIL.
           MOVE 0 TO WS-RETMAIL-FLAG
           MOVE ZEROS TO WS-RETMAIL-DT
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               MOVE WS-HH-HEAD TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           SET WS-RETMAIL-HELD TO TRUE
                           MOVE CUST-RETMAIL-DT TO WS-RETMAIL-DT
                       END-IF
               END-READ
               CLOSE CUST-FILE
           END-IF.

       HOLD-HOUSEHOLD-STMT.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               DISPLAY "WARNING: Statement for household "
                   WS-HH-HEAD
                   " not held - cannot open hold-mail report."
               GO TO HOLD-HOUSEHOLD-STMT-EXIT
           END-IF
           MOVE SPACES TO HMAIL-LINE
           MOVE "RPTGEN"          TO HMAIL-SOURCE
           MOVE WS-HH-HEAD        TO HMAIL-CUST-NO
           MOVE ZEROS             TO HMAIL-ACCT-NO
           MOVE WS-HH-MAIL-NAME   TO HMAIL-NAME
           STRING "HOUSEHOLD STMT " WS-START-DATE "-" WS-END-DATE
               DELIMITED BY SIZE INTO HMAIL-ITEM
           END-STRING
           MOVE WS-RETMAIL-DT     TO HMAIL-RET-DT
           WRITE HMAIL-REC
           ADD 1 TO WS-STMTS-HELD.
       HOLD-HOUSEHOLD-STMT-EXIT.
           EXIT.

       PRINT-HOUSEHOLD-COVER.
           MOVE "======================================="
               TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "  COBOL BANK LEDGER"
               "                  HOUSEHOLD STATEMENT"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM LOG-STMT-LINE
           MOVE "======================================="
               TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " WS-HH-MAIL-NAME
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " WS-HH-MAIL-ADDR1
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM LOG-STMT-LINE
           IF WS-HH-MAIL-ADDR2 NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "  " WS-HH-MAIL-ADDR2
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM LOG-STMT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " WS-HH-MAIL-CITY " " WS-HH-MAIL-STATE
               " " WS-HH-MAIL-ZIP
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "  Household " WS-HH-HEAD
               " - statements for each member who has"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM LOG-STMT-LINE
           MOVE "  asked for household mailing follow."
               TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM LOG-STMT-LINE.

      *    One member's section of the household statement, taken
      *    at the member's first entry in the batch table.
       HOUSEHOLD-MEMBER-STATEMENT.
           IF WS-BATCH-HH-HEAD(WS-HH-K) NOT = WS-HH-HEAD
               GO TO HOUSEHOLD-MEMBER-STATEMENT-EXIT
           END-IF
           MOVE 0 TO WS-HH-DONE-FLAG
           PERFORM CHECK-MEMBER-SEEN
               VARYING WS-HH-J FROM WS-BATCH-IDX BY 1
               UNTIL WS-HH-J NOT < WS-HH-K
               OR WS-HH-ALREADY-DONE
           IF WS-HH-ALREADY-DONE
               GO TO HOUSEHOLD-MEMBER-STATEMENT-EXIT
           END-IF
           MOVE WS-BATCH-CUST-NO(WS-HH-K) TO WS-TARGET-CUSTNO
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
               THRU COLLECT-CUSTOMER-ACCOUNTS-EXIT
           IF WS-CUST-ACCT-COUNT = ZEROS
               GO TO HOUSEHOLD-MEMBER-STATEMENT-EXIT
           END-IF
           PERFORM FETCH-CUSTOMER-NAME
           PERFORM PRINT-RELATIONSHIP-SUMMARY
           PERFORM HOUSEHOLD-MEMBER-ACCOUNT
               VARYING WS-CUST-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CUST-ACCT-IDX > WS-CUST-ACCT-COUNT.
       HOUSEHOLD-MEMBER-STATEMENT-EXIT.
           EXIT.

       CHECK-MEMBER-SEEN.
           IF WS-BATCH-CUST-NO(WS-HH-J) = WS-BATCH-CUST-NO(WS-HH-K)
               SET WS-HH-ALREADY-DONE TO TRUE
           END-IF.

       HOUSEHOLD-MEMBER-ACCOUNT.
           MOVE WS-CUST-ACCT-NO(WS-CUST-ACCT-IDX)
               TO WS-TARGET-ACCTNO
           PERFORM RESET-STMT-ACCUMULATORS
           PERFORM GENERATE-REPORT.

      *    The customer master is optional here - with no master the
      *    heading falls back to the first account's name of record.
       FETCH-CUSTOMER-NAME.
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-CYC-DUE-FLAG
                   IF WS-CYCLE-MODE
                       AND ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO = WS-TARGET-CUSTNO
                       PERFORM COMPUTE-CYCLE-DUE
                           THRU COMPUTE-CYCLE-DUE-EXIT
                       IF WS-CYC-END NOT = WS-END-DATE
                           MOVE 0 TO WS-CYC-DUE-FLAG
                       END-IF
                   END-IF
                   IF ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO = WS-TARGET-CUSTNO
                       AND NOT ACCT-IS-CLOSED
                       AND WS-CYC-IS-DUE
                       ADD 1 TO WS-CUST-ACCT-COUNT
                       MOVE ACCT-NO TO
                           WS-CUST-ACCT-NO(WS-CUST-ACCT-COUNT)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCASGN.
      *================================================================*
      * CYCASGN - Statement Cycle Assignment                           *
      * Interactive program for account statement cycles (ACCT-STMT-   *
      * CYCLE / ACCT-STMT-FREQ), which RPTGEN's nightly CYCLE and      *
      * month-end MONTHEND runs produce statements by. Operations:     *
      * show how many accounts are on each cycle; set one account's    *
      * cycle and frequency; spread the open accounts evenly across    *
      * the 28 day cycles and month-end. A spread keeps every account  *
      * a customer holds - every account of a household that mails     *
      * together (HHLD-REC) - on one cycle, so a combined or household *
      * envelope still covers the whole relationship, and can put      *
      * low-activity savings accounts on quarterly statements. An      *
      * account moved off its cycle for the first time is treated as   *
      * having had its last month-end statement, so its first cycle    *
      * statement starts the day after that month-end.                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HHLD-FILE
               ASSIGN TO "data/HOUSEHLD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLD-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  HHLD-FILE.
       COPY HHLD-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-LOCKED        VALUE "51".
       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-HHLD-STATUS        PIC XX.
           88  WS-HHLD-OK            VALUE "00".
       01  WS-HHLD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-HHLD-IS-OPEN       VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-FILE-MISSING   VALUE "35".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-FIRST        PIC 9(8).
       01  WS-PRIOR-MONTH-END    PIC 9(8).
       01  WS-ACTIVITY-CUTOFF    PIC 9(8).

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-SHOW-CYCLES        VALUE "1".
           88  WS-SET-ONE-CYCLE      VALUE "2".
           88  WS-SPREAD-CYCLES      VALUE "3".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-ACCTNO       PIC X(8).
       01  WS-INPUT-CYCLE        PIC X(2).
       01  WS-INPUT-FREQ         PIC X(1).
       01  WS-INPUT-SCOPE        PIC X(1).
       01  WS-INPUT-YN           PIC X(1).
       01  WS-CONFIRM            PIC X(1).

      *--- Accounts per cycle: slots 1-28 are the day cycles, slot
      *    29 the month-end cycle ---
       01  WS-SLOT-TABLE.
           05  WS-SLOT-COUNT     PIC 9(7) OCCURS 29 TIMES.
       01  WS-SLOT-IDX           PIC 9(2).
       01  WS-SLOT-BEST          PIC 9(2).
       01  WS-SLOT-OF-ACCT       PIC 9(2).
       01  WS-QTR-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(7) VALUE 0.

      *--- Mailing units already placed in this spread: a customer,
      *    or the head of a household that mails together ---
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY     OCCURS 500 TIMES.
               10  WS-UNIT-KEY       PIC 9(8).
               10  WS-UNIT-SLOT      PIC 9(2).
       01  WS-UNIT-CNT           PIC 9(3) VALUE 0.
       01  WS-UNIT-IDX           PIC 9(3).
       01  WS-UNIT-FOUND         PIC 9 VALUE 0.
       01  WS-UNIT-OF-ACCT       PIC 9(8).

      *--- Savings accounts and their journal entries in the last
      *    quarter, for the quarterly-statement choice. Linear
      *    search - 500 rows, the same scale as DORMRPT's table. ---
       01  WS-SAV-TABLE.
           05  WS-SAV-ENTRY      OCCURS 500 TIMES.
               10  WS-SAV-ACCT-NO    PIC 9(8).
               10  WS-SAV-ENTRIES    PIC 9(5).
       01  WS-SAV-CNT            PIC 9(3) VALUE 0.
       01  WS-SAV-IDX            PIC 9(3).
       01  WS-SAV-FOUND          PIC 9 VALUE 0.
       01  WS-SEARCH-ACCT-NO     PIC 9(8).
      *    A savings account with no more journal entries than this
      *    in the last 90 days counts as low-activity.
       01  WS-LOW-ACTIVITY-MAX   PIC 9(3) VALUE 3.

       01  WS-SPREAD-ALL-FLAG    PIC 9 VALUE 0.
           88  WS-SPREAD-ALL         VALUE 1.
       01  WS-QUARTERLY-FLAG     PIC 9 VALUE 0.
           88  WS-SET-QUARTERLY      VALUE 1.
       01  WS-ASSIGNED-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-ASSIGNED      VALUE 1.
       01  WS-SPREAD-DONE        PIC 9(7) VALUE 0.
       01  WS-SPREAD-LOCKED      PIC 9(7) VALUE 0.
       01  WS-SPREAD-QTR         PIC 9(7) VALUE 0.

       01  WS-DISP-CYCLE         PIC X(10).
       01  WS-DISP-COUNT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  STATEMENT CYCLE ASSIGNMENT"
           DISPLAY "========================================="
           PERFORM GET-TODAY-DATE
           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account master - status "
                   WS-ACCT-STATUS
               STOP RUN
           END-IF
           SET WS-FILE-IS-OPEN TO TRUE
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE ACCT-FILE
           STOP RUN.

      *    The banking date, or the wall clock on a control file
      *    with none; the month-end before it is the last statement
      *    an account on the month-end cycle was sent.
       GET-TODAY-DATE.
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           IF WS-TODAY-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
                   DELIMITED BY SIZE INTO WS-TODAY-DATE
               END-STRING
           END-IF
           MOVE WS-TODAY-DATE TO WS-MONTH-FIRST
           MOVE "01" TO WS-MONTH-FIRST(7:2)
           COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST) - 1)
           COMPUTE WS-ACTIVITY-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 90).

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Statement Cycles ---"
           DISPLAY "1. Show Accounts per Cycle"
           DISPLAY "2. Set One Account's Cycle"
           DISPLAY "3. Spread Accounts across Cycles"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-SHOW-CYCLES    PERFORM SHOW-CYCLES
                   THRU SHOW-CYCLES-EXIT
               WHEN WS-SET-ONE-CYCLE  PERFORM SET-ONE-CYCLE
                   THRU SET-ONE-CYCLE-EXIT
               WHEN WS-SPREAD-CYCLES  PERFORM SPREAD-CYCLES
                   THRU SPREAD-CYCLES-EXIT
               WHEN WS-QUIT           CONTINUE
               WHEN OTHER             DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the action finishes (or is abandoned), then released here
      *    before the next menu choice.
       RELEASE-RECORD-LOCKS.
           IF WS-FILE-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF.

      *----------------------------------------------------------------
      *    1. Accounts per cycle
      *----------------------------------------------------------------
       SHOW-CYCLES.
           PERFORM COUNT-CYCLES THRU COUNT-CYCLES-EXIT
           PERFORM DISPLAY-CYCLE-COUNTS.
       SHOW-CYCLES-EXIT.
           EXIT.

      *    Open (not closed) accounts on each cycle.
       COUNT-CYCLES.
           INITIALIZE WS-SLOT-TABLE
           MOVE ZEROS TO WS-QTR-COUNT
           MOVE ZEROS TO WS-OPEN-COUNT
           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   GO TO COUNT-CYCLES-EXIT
           END-START
           PERFORM COUNT-ONE-ACCOUNT UNTIL WS-ACCT-AT-EOF.
       COUNT-CYCLES-EXIT.
           EXIT.

       COUNT-ONE-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF NOT ACCT-IS-CLOSED
                       PERFORM FIND-ACCOUNT-SLOT
                       ADD 1 TO WS-SLOT-COUNT(WS-SLOT-OF-ACCT)
                       ADD 1 TO WS-OPEN-COUNT
                       IF ACCT-STMT-QUARTERLY
                           ADD 1 TO WS-QTR-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    The slot of the account in ACCT-REC, and whether it has
      *    been put on a cycle at all (zero or non-numeric reads as
      *    month-end, but is not yet assigned).
       FIND-ACCOUNT-SLOT.
           MOVE 29 TO WS-SLOT-OF-ACCT
           MOVE 0 TO WS-ASSIGNED-FLAG
           IF ACCT-STMT-CYCLE NUMERIC
               IF ACCT-STMT-CYCLE >= 1 AND ACCT-STMT-CYCLE <= 28
                   MOVE ACCT-STMT-CYCLE TO WS-SLOT-OF-ACCT
                   SET WS-ACCT-ASSIGNED TO TRUE
               END-IF
               IF ACCT-CYCLE-MONTH-END
                   SET WS-ACCT-ASSIGNED TO TRUE
               END-IF
           END-IF.

       DISPLAY-CYCLE-COUNTS.
           DISPLAY SPACES
           DISPLAY "  Cycle        Accounts"
           DISPLAY "  ----------   ---------"
           PERFORM DISPLAY-ONE-SLOT VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 29
           DISPLAY "  ----------   ---------"
           MOVE WS-OPEN-COUNT TO WS-DISP-COUNT
           DISPLAY "  Total        " WS-DISP-COUNT
           MOVE WS-QTR-COUNT TO WS-DISP-COUNT
           DISPLAY "  Quarterly    " WS-DISP-COUNT.

       DISPLAY-ONE-SLOT.
           MOVE WS-SLOT-COUNT(WS-SLOT-IDX) TO WS-DISP-COUNT
           IF WS-SLOT-IDX = 29
               MOVE "Month-end" TO WS-DISP-CYCLE
           ELSE
               MOVE SPACES TO WS-DISP-CYCLE
               STRING "Day " WS-SLOT-IDX
                   DELIMITED BY SIZE INTO WS-DISP-CYCLE
               END-STRING
           END-IF
           DISPLAY "  " WS-DISP-CYCLE "   " WS-DISP-COUNT.

      *----------------------------------------------------------------
      *    2. One account
      *----------------------------------------------------------------
       SET-ONE-CYCLE.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           IF WS-INPUT-ACCTNO NOT NUMERIC
               DISPLAY "Invalid account number."
               GO TO SET-ONE-CYCLE-EXIT
           END-IF
           MOVE WS-INPUT-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account " ACCT-NO " not found."
                   GO TO SET-ONE-CYCLE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO SET-ONE-CYCLE-EXIT
           END-IF
           IF ACCT-IS-CLOSED
               DISPLAY "Account " ACCT-NO " is closed."
               GO TO SET-ONE-CYCLE-EXIT
           END-IF

           PERFORM FIND-ACCOUNT-SLOT
           IF WS-SLOT-OF-ACCT = 29
               MOVE "Month-end" TO WS-DISP-CYCLE
           ELSE
               MOVE SPACES TO WS-DISP-CYCLE
               STRING "Day " WS-SLOT-OF-ACCT
                   DELIMITED BY SIZE INTO WS-DISP-CYCLE
               END-STRING
           END-IF
           DISPLAY "  " ACCT-NO " " ACCT-NAME
           IF ACCT-STMT-QUARTERLY
               DISPLAY "  Now on: " WS-DISP-CYCLE " quarterly"
           ELSE
               DISPLAY "  Now on: " WS-DISP-CYCLE " monthly"
           END-IF

           DISPLAY "Cycle day (01-28, or ME for month-end): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CYCLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CYCLE) TO WS-INPUT-CYCLE
           IF WS-INPUT-CYCLE = "ME"
               MOVE 29 TO WS-SLOT-OF-ACCT
           ELSE
               IF WS-INPUT-CYCLE NOT NUMERIC
                   DISPLAY "Cycle must be 01-28 or ME."
                   GO TO SET-ONE-CYCLE-EXIT
               END-IF
               MOVE WS-INPUT-CYCLE TO WS-SLOT-OF-ACCT
               IF WS-SLOT-OF-ACCT < 1 OR WS-SLOT-OF-ACCT > 28
                   DISPLAY "Cycle must be 01-28 or ME."
                   GO TO SET-ONE-CYCLE-EXIT
               END-IF
           END-IF
           DISPLAY "Frequency (M monthly, Q quarterly): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-FREQ
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FREQ) TO WS-INPUT-FREQ
           IF WS-INPUT-FREQ NOT = "M" AND NOT = "Q"
               DISPLAY "Frequency must be M or Q."
               GO TO SET-ONE-CYCLE-EXIT
           END-IF

           PERFORM MOVE-ACCOUNT-TO-SLOT
           MOVE WS-INPUT-FREQ TO ACCT-STMT-FREQ
           REWRITE ACCT-REC
           IF WS-ACCT-OK
               DISPLAY "Statement cycle updated."
           ELSE
               DISPLAY "Error updating account: " WS-ACCT-STATUS
           END-IF.
       SET-ONE-CYCLE-EXIT.
           EXIT.

      *    Puts ACCT-REC on WS-SLOT-OF-ACCT. An account with no cycle
      *    statement yet had its last statement at the month-end just
      *    gone, so its first cycle statement starts after it.
       MOVE-ACCOUNT-TO-SLOT.
           IF WS-SLOT-OF-ACCT = 29
               MOVE 99 TO ACCT-STMT-CYCLE
           ELSE
               MOVE WS-SLOT-OF-ACCT TO ACCT-STMT-CYCLE
           END-IF
           IF ACCT-STMT-LAST-DT NOT NUMERIC
               OR ACCT-STMT-LAST-DT = ZEROS
               MOVE WS-PRIOR-MONTH-END TO ACCT-STMT-LAST-DT
           END-IF.

      *----------------------------------------------------------------
      *    3. Spread
      *----------------------------------------------------------------
       SPREAD-CYCLES.
           DISPLAY "Spread A = every open account, U = only accounts"
           DISPLAY "not yet on a cycle: " WITH NO ADVANCING
           ACCEPT WS-INPUT-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-SCOPE) TO WS-INPUT-SCOPE
           EVALUATE WS-INPUT-SCOPE
               WHEN "A" MOVE 1 TO WS-SPREAD-ALL-FLAG
               WHEN "U" MOVE 0 TO WS-SPREAD-ALL-FLAG
               WHEN OTHER
                   DISPLAY "Spread cancelled."
                   GO TO SPREAD-CYCLES-EXIT
           END-EVALUATE
           DISPLAY "Put savings accounts with " WS-LOW-ACTIVITY-MAX
               " or fewer entries in 90 days"
           DISPLAY "on quarterly statements (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-YN
           MOVE 0 TO WS-QUARTERLY-FLAG
           IF WS-INPUT-YN = "Y" OR "y"
               SET WS-SET-QUARTERLY TO TRUE
           END-IF
           DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Spread cancelled."
               GO TO SPREAD-CYCLES-EXIT
           END-IF

           OPEN INPUT HHLD-FILE
           IF WS-HHLD-OK
               SET WS-HHLD-IS-OPEN TO TRUE
           END-IF
           MOVE ZEROS TO WS-SPREAD-DONE WS-SPREAD-LOCKED
               WS-SPREAD-QTR
           IF WS-SET-QUARTERLY
               PERFORM LOAD-SAVINGS-ACTIVITY
                   THRU LOAD-SAVINGS-ACTIVITY-EXIT
           END-IF
           PERFORM SEED-SPREAD-COUNTS THRU SEED-SPREAD-COUNTS-EXIT

           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM SPREAD-ONE-ACCOUNT UNTIL WS-ACCT-AT-EOF
           IF WS-HHLD-IS-OPEN
               CLOSE HHLD-FILE
               MOVE 0 TO WS-HHLD-OPEN-FLAG
           END-IF

           DISPLAY SPACES
           DISPLAY "  Accounts placed:        " WS-SPREAD-DONE
           DISPLAY "  Put on quarterly:       " WS-SPREAD-QTR
           IF WS-SPREAD-LOCKED > ZEROS
               DISPLAY "  In use, not placed:     " WS-SPREAD-LOCKED
                   " - spread U again later"
           END-IF
           IF WS-UNIT-CNT = 500
               DISPLAY "  Customer table full - later customers' "
                   "accounts were spread one by one."
           END-IF
           PERFORM COUNT-CYCLES THRU COUNT-CYCLES-EXIT
           PERFORM DISPLAY-CYCLE-COUNTS.
       SPREAD-CYCLES-EXIT.
           EXIT.

      *    The starting load on each cycle. Spreading every account
      *    starts from empty cycles. Spreading only the unplaced ones
      *    starts from the accounts already placed, and remembers
      *    their customers' cycles so a new account joins the cycle
      *    its customer is already on.
       SEED-SPREAD-COUNTS.
           INITIALIZE WS-SLOT-TABLE
           MOVE ZEROS TO WS-UNIT-CNT
           IF WS-SPREAD-ALL
               GO TO SEED-SPREAD-COUNTS-EXIT
           END-IF
           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   GO TO SEED-SPREAD-COUNTS-EXIT
           END-START
           PERFORM SEED-ONE-ACCOUNT UNTIL WS-ACCT-AT-EOF.
       SEED-SPREAD-COUNTS-EXIT.
           EXIT.

       SEED-ONE-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF NOT ACCT-IS-CLOSED
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-ASSIGNED
                           ADD 1 TO WS-SLOT-COUNT(WS-SLOT-OF-ACCT)
                           PERFORM FIND-MAILING-UNIT
                           PERFORM FIND-UNIT-IN-TABLE
                           IF WS-UNIT-OF-ACCT > ZEROS
                               AND WS-UNIT-FOUND = 0
                               AND WS-UNIT-CNT < 500
                               ADD 1 TO WS-UNIT-CNT
                               MOVE WS-UNIT-OF-ACCT
                                   TO WS-UNIT-KEY(WS-UNIT-CNT)
                               MOVE WS-SLOT-OF-ACCT
                                   TO WS-UNIT-SLOT(WS-UNIT-CNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       SPREAD-ONE-ACCOUNT.
           READ ACCT-FILE NEXT WITH LOCK
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
                   GO TO SPREAD-ONE-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               ADD 1 TO WS-SPREAD-LOCKED
               GO TO SPREAD-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-IS-CLOSED
               GO TO SPREAD-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM FIND-ACCOUNT-SLOT
           IF WS-ACCT-ASSIGNED AND NOT WS-SPREAD-ALL
               GO TO SPREAD-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM FIND-MAILING-UNIT
           PERFORM FIND-UNIT-IN-TABLE
           IF WS-UNIT-FOUND = 1
               MOVE WS-UNIT-SLOT(WS-UNIT-IDX) TO WS-SLOT-OF-ACCT
           ELSE
               PERFORM FIND-LIGHTEST-SLOT
               MOVE WS-SLOT-BEST TO WS-SLOT-OF-ACCT
               IF WS-UNIT-OF-ACCT > ZEROS AND WS-UNIT-CNT < 500
                   ADD 1 TO WS-UNIT-CNT
                   MOVE WS-UNIT-OF-ACCT TO WS-UNIT-KEY(WS-UNIT-CNT)
                   MOVE WS-SLOT-OF-ACCT TO WS-UNIT-SLOT(WS-UNIT-CNT)
               END-IF
           END-IF
           ADD 1 TO WS-SLOT-COUNT(WS-SLOT-OF-ACCT)
           PERFORM MOVE-ACCOUNT-TO-SLOT

           IF WS-SET-QUARTERLY
               MOVE "M" TO ACCT-STMT-FREQ
               IF ACCT-IS-SAVINGS
                   MOVE ACCT-NO TO WS-SEARCH-ACCT-NO
                   PERFORM FIND-SAVINGS-IN-TABLE
                   IF WS-SAV-FOUND = 1
                       AND WS-SAV-ENTRIES(WS-SAV-IDX)
                           NOT > WS-LOW-ACTIVITY-MAX
                       MOVE "Q" TO ACCT-STMT-FREQ
                       ADD 1 TO WS-SPREAD-QTR
                   END-IF
               END-IF
           END-IF
           REWRITE ACCT-REC
           IF WS-ACCT-OK
               ADD 1 TO WS-SPREAD-DONE
           ELSE
               DISPLAY "  Account " ACCT-NO " not updated - status "
                   WS-ACCT-STATUS
           END-IF
           UNLOCK ACCT-FILE.
       SPREAD-ONE-ACCOUNT-EXIT.
           EXIT.

      *    The mailing unit of the account in ACCT-REC: the head of
      *    its customer's household when the customer has agreed to
      *    household mailing, else the customer; zero (placed on its
      *    own) for an account linked to no customer.
       FIND-MAILING-UNIT.
           MOVE ZEROS TO WS-UNIT-OF-ACCT
           IF ACCT-CUST-NO NOT NUMERIC OR ACCT-CUST-NO = ZEROS
               GO TO FIND-MAILING-UNIT-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO WS-UNIT-OF-ACCT
           IF NOT WS-HHLD-IS-OPEN
               GO TO FIND-MAILING-UNIT-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO FIND-MAILING-UNIT-EXIT
           END-READ
           IF HH-MAIL-CONSOLIDATE
               MOVE HH-HEAD-CUST TO WS-UNIT-OF-ACCT
           END-IF.
       FIND-MAILING-UNIT-EXIT.
           EXIT.

       FIND-UNIT-IN-TABLE.
           MOVE 0 TO WS-UNIT-FOUND
           IF WS-UNIT-OF-ACCT = ZEROS
               GO TO FIND-UNIT-IN-TABLE-EXIT
           END-IF
           PERFORM CHECK-ONE-UNIT VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-CNT OR WS-UNIT-FOUND = 1
           IF WS-UNIT-FOUND = 1
               SUBTRACT 1 FROM WS-UNIT-IDX
           END-IF.
       FIND-UNIT-IN-TABLE-EXIT.
           EXIT.

       CHECK-ONE-UNIT.
           IF WS-UNIT-KEY(WS-UNIT-IDX) = WS-UNIT-OF-ACCT
               MOVE 1 TO WS-UNIT-FOUND
           END-IF.

      *    The cycle with the fewest accounts so far; the earliest
      *    such day wins a tie.
       FIND-LIGHTEST-SLOT.
           MOVE 1 TO WS-SLOT-BEST
           PERFORM CHECK-ONE-SLOT VARYING WS-SLOT-IDX FROM 2 BY 1
               UNTIL WS-SLOT-IDX > 29.

       CHECK-ONE-SLOT.
           IF WS-SLOT-COUNT(WS-SLOT-IDX)
               < WS-SLOT-COUNT(WS-SLOT-BEST)
               MOVE WS-SLOT-IDX TO WS-SLOT-BEST
           END-IF.

      *    Journal entries in the last 90 days for each open savings
      *    account, either side of a transfer counting.
       LOAD-SAVINGS-ACTIVITY.
           MOVE ZEROS TO WS-SAV-CNT
           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   GO TO LOAD-SAVINGS-ACTIVITY-EXIT
           END-START
           PERFORM LOAD-ONE-SAVINGS UNTIL WS-ACCT-AT-EOF
           IF WS-SAV-CNT = 500
               DISPLAY "  Savings table full at 500 - later savings "
                   "accounts stay monthly."
           END-IF
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               IF NOT WS-TXN-FILE-MISSING
                   DISPLAY "  Cannot read the journal - status "
                       WS-TXN-STATUS " - no savings account counts "
                       "as low-activity."
                   MOVE ZEROS TO WS-SAV-CNT
               END-IF
               GO TO LOAD-SAVINGS-ACTIVITY-EXIT
           END-IF
           PERFORM COUNT-ONE-ENTRY UNTIL WS-TXN-EOF
           CLOSE TXN-FILE.
       LOAD-SAVINGS-ACTIVITY-EXIT.
           EXIT.

       LOAD-ONE-SAVINGS.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-IS-SAVINGS AND NOT ACCT-IS-CLOSED
                       AND WS-SAV-CNT < 500
                       ADD 1 TO WS-SAV-CNT
                       MOVE ACCT-NO TO WS-SAV-ACCT-NO(WS-SAV-CNT)
                       MOVE ZEROS TO WS-SAV-ENTRIES(WS-SAV-CNT)
                   END-IF
           END-READ.

       COUNT-ONE-ENTRY.
           READ TXN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TXN-STATUS = "C"
                       AND TXN-DATE NOT < WS-ACTIVITY-CUTOFF
                       MOVE TXN-ACCT-NO TO WS-SEARCH-ACCT-NO
                       PERFORM FIND-SAVINGS-IN-TABLE
                       IF WS-SAV-FOUND = 1
                           ADD 1 TO WS-SAV-ENTRIES(WS-SAV-IDX)
                       END-IF
                       IF TXN-IS-TRANSFER
                           MOVE TXN-XFER-ACCT TO WS-SEARCH-ACCT-NO
                           PERFORM FIND-SAVINGS-IN-TABLE
                           IF WS-SAV-FOUND = 1
                               ADD 1 TO WS-SAV-ENTRIES(WS-SAV-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-SAVINGS-IN-TABLE.
           MOVE 0 TO WS-SAV-FOUND
           PERFORM CHECK-ONE-SAVINGS VARYING WS-SAV-IDX FROM 1 BY 1
               UNTIL WS-SAV-IDX > WS-SAV-CNT OR WS-SAV-FOUND = 1
           IF WS-SAV-FOUND = 1
               SUBTRACT 1 FROM WS-SAV-IDX
           END-IF.

       CHECK-ONE-SAVINGS.
           IF WS-SAV-ACCT-NO(WS-SAV-IDX) = WS-SEARCH-ACCT-NO
               MOVE 1 TO WS-SAV-FOUND
           END-IF.

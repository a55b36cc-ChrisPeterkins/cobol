       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      *================================================================*
      * PERCLOSE - Accounting Period Close                             *
      * Supervisor-only console program that closes a calendar month   *
      * once its month-end jobs have run, and a year once its          *
      * year-end extracts have. The jobs a close requires come from    *
      * the checklist data/PERCHECK.txt (seeded with the standard      *
      * month-end and year-end lists when missing; the operator edits  *
      * it to change them). A job counts as run when the run history   *
      * shows it - a completed BATCHRUN step on BATRUN.dat or a        *
      * posted run on RUNHIST.dat - dated from the last week of the    *
      * period to three weeks after it (seven weeks for the year-end   *
      * jobs). Closed periods are kept on data/PERIODS.dat, and every  *
      * posting path refuses an effective date inside one. Reopening   *
      * a period takes a supervisor and a reason; closes, year-end     *
      * closes and reopens are all written to AUDITLOG.dat.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT PERD-FILE
               ASSIGN TO "data/PERIODS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT CHK-FILE
               ASSIGN TO "data/PERCHECK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT BRUN-FILE
               ASSIGN TO "data/BATRUN.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRUN-KEY
               FILE STATUS IS WS-BRUN-STATUS.

           SELECT RUNH-FILE
               ASSIGN TO "data/RUNHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  PERD-FILE.
       COPY PERD-REC.

      *    Checklist line: type M (every month) or Y (year-end
      *    only), the program name as it appears in the run
      *    history, and a description. Lines starting "*" are
      *    comments.
       FD  CHK-FILE.
       01  CHK-REC.
           05  CHK-TYPE           PIC X(1).
           05  FILLER             PIC X(1).
           05  CHK-NAME           PIC X(8).
           05  FILLER             PIC X(1).
           05  CHK-DESC           PIC X(40).

       FD  BRUN-FILE.
       COPY BRUN-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-PERD-STATUS        PIC XX.
           88  WS-PERD-OK            VALUE "00".
           88  WS-PERD-EOF           VALUE "10".
           88  WS-PERD-NOT-FOUND     VALUE "23".
           88  WS-PERD-FILE-MISSING  VALUE "35".
       01  WS-PERD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PERD-IS-OPEN       VALUE 1.
       01  WS-PERD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-PERD-AT-EOF        VALUE 1.

       01  WS-CHK-STATUS         PIC XX.
           88  WS-CHK-OK             VALUE "00".
           88  WS-CHK-EOF            VALUE "10".
           88  WS-CHK-FILE-MISSING   VALUE "35".

       01  WS-BRUN-STATUS        PIC XX.
           88  WS-BRUN-OK            VALUE "00".
       01  WS-BRUN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-BRUN-AT-EOF        VALUE 1.

       01  WS-RUNH-STATUS        PIC XX.
           88  WS-RUNH-OK            VALUE "00".
       01  WS-RUNH-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RUNH-AT-EOF        VALUE 1.

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-SHOW-PERIODS       VALUE "1".
           88  WS-CHECK-PERIOD       VALUE "2".
           88  WS-CLOSE-PERIOD       VALUE "3".
           88  WS-CLOSE-YEAR         VALUE "4".
           88  WS-REOPEN-PERIOD      VALUE "5".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-INPUT-PERIOD       PIC X(6).
       01  WS-INPUT-YEAR         PIC X(4).
       01  WS-INPUT-REASON       PIC X(40).
       01  WS-INPUT-CONFIRM      PIC X(1).
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-ROLE           PIC X(8).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       01  WS-ENT-LOG-FLAG       PIC 9 VALUE 0.
           88  WS-ENT-LOG-OPENED     VALUE 1.
       01  WS-ENT-STAMP          PIC X(21).

      *--- The period being worked and its date bounds ---
       01  WS-PERIOD             PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR    PIC 9(4).
           05  WS-PERIOD-MONTH   PIC 9(2).
       01  WS-CLOSE-YEAR-NO      PIC 9(4).
       01  WS-NEXT-FIRST         PIC 9(8).
       01  WS-PERIOD-END         PIC 9(8).
       01  WS-PERIOD-END-INT     PIC 9(7).
       01  WS-WINDOW-FROM        PIC 9(8).
       01  WS-WINDOW-TO          PIC 9(8).
       01  WS-WORK-INT           PIC 9(7).
       01  WS-BANKING-DATE       PIC 9(8) VALUE ZEROS.

      *    Run-date window around the period end in which a job's
      *    run counts toward the close: a week before (jobs run on
      *    the last banking day or two) to three weeks after for the
      *    monthly jobs, seven weeks after for the year-end extracts.
       01  WS-WINDOW-BEFORE      PIC 9(3) VALUE 6.
       01  WS-WINDOW-AFTER-M     PIC 9(3) VALUE 20.
       01  WS-WINDOW-AFTER-Y     PIC 9(3) VALUE 45.

      *--- The checklist, loaded from PERCHECK.txt ---
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 30 TIMES.
               10  WS-JOB-TYPE       PIC X(1).
               10  WS-JOB-NAME       PIC X(8).
               10  WS-JOB-DESC       PIC X(40).
               10  WS-JOB-FOUND      PIC 9.
                   88  WS-JOB-WAS-RUN    VALUE 1.
               10  WS-JOB-RUN-DATE   PIC 9(8).
               10  WS-JOB-SOURCE     PIC X(7).
       01  WS-JOB-COUNT          PIC 9(3) VALUE 0.
       01  WS-JOB-IDX            PIC 9(3).
      *    Checklist type being evidenced: M or Y.
       01  WS-CHECK-TYPE         PIC X(1).
       01  WS-CHECK-REQUIRED     PIC 9(3).
       01  WS-CHECK-MISSING      PIC 9(3).
       01  WS-JOB-STATE          PIC X(7).

       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.

      *--- PIN hashing (same formula as BANKUI/OPERADM) ---
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ACCOUNTING PERIOD CLOSE"
           DISPLAY "========================================="

           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE TO WS-BANKING-DATE
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-BANKING-DATE NUMERIC
                           AND CTRL-BANKING-DATE > ZEROS
                           MOVE CTRL-BANKING-DATE
                               TO WS-BANKING-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           DISPLAY "Banking date: " WS-BANKING-DATE

           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               SET WS-OPER-IS-OPEN TO TRUE
           END-IF
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF NOT WS-SIGNON-OK
               IF WS-OPER-IS-OPEN
                   CLOSE OPERATOR-FILE
               END-IF
               STOP RUN
           END-IF

           PERFORM LOAD-CHECKLIST THRU LOAD-CHECKLIST-EXIT

           OPEN I-O PERD-FILE
           IF WS-PERD-OK
               SET WS-PERD-IS-OPEN TO TRUE
           ELSE
               IF WS-PERD-FILE-MISSING
                   OPEN OUTPUT PERD-FILE
                   IF WS-PERD-OK
                       CLOSE PERD-FILE
                       OPEN I-O PERD-FILE
                       IF WS-PERD-OK
                           SET WS-PERD-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PERD-IS-OPEN
               DISPLAY "FATAL: Cannot open period file - status "
                   WS-PERD-STATUS
               IF WS-OPER-IS-OPEN
                   CLOSE OPERATOR-FILE
               END-IF
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-OK
               SET WS-AUDIT-IS-OPEN TO TRUE
           ELSE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   IF WS-AUDIT-OK
                       SET WS-AUDIT-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM MAIN-MENU UNTIL WS-QUIT

           CLOSE PERD-FILE
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           STOP RUN.

      *    Closing and reopening periods governs what may post, so
      *    only an active, PIN-verified supervisor gets in.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               DISPLAY "Operator file unavailable - sign-on "
                   "cannot be verified."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           DISPLAY "Supervisor ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO SUPERVISOR-SIGNON-EXIT
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF NOT OPER-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "PERCLOSE" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
           EXIT.

      *    The signed-on operator's role (OPER-ROLE, or the standard
      *    role for the authority level when the record has none)
      *    must grant WS-ENT-FUNC on ROLES.dat, kept in OPERADM. A
      *    refusal is shown and written to the audit log. A site
      *    with no ROLES.dat has not adopted roles; nothing is
      *    refused.
       CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FLAG
           MOVE OPER-ROLE TO WS-ENT-ROLE
           IF WS-ENT-ROLE = SPACES OR WS-ENT-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-ENT-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-ENT-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-ENT-ROLE
               END-EVALUATE
           END-IF
           OPEN INPUT ROLE-FILE
           IF NOT WS-ROLE-OK
               SET WS-ENT-GRANTED TO TRUE
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-GRANTED TO TRUE
           END-READ
           CLOSE ROLE-FILE
           IF WS-ENT-GRANTED
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           DISPLAY "Role " WS-ENT-ROLE " does not permit "
               WS-ENT-FUNC "."
           DISPLAY "Ask a supervisor to grant it in OPERADM."
           PERFORM LOG-ENTITLEMENT-REFUSAL
               THRU LOG-ENTITLEMENT-REFUSAL-EXIT.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *    The refusal goes to the audit log with no account number;
      *    the log is opened for the one record when the program
      *    does not already have it open.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
               END-IF
               SET WS-ENT-LOG-OPENED TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ENT-STAMP
           MOVE WS-ENT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-ENT-STAMP(9:6) TO AUDIT-TIME
           MOVE OPER-ID           TO AUDIT-OPERATOR-ID
           MOVE "REFUSED"         TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF WS-ENT-LOG-OPENED
               CLOSE AUDIT-FILE
           END-IF.
       LOG-ENTITLEMENT-REFUSAL-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-DETAIL   TO AUDIT-DETAIL
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *    Loads the close checklist. A missing file is seeded with
      *    the standard month-end and year-end jobs so a fresh
      *    install works out of the box; the operator edits the
      *    file to change them.
       LOAD-CHECKLIST.
           OPEN INPUT CHK-FILE
           IF WS-CHK-FILE-MISSING
               PERFORM SEED-DEFAULT-CHECKLIST
                   THRU SEED-DEFAULT-CHECKLIST-EXIT
               OPEN INPUT CHK-FILE
           END-IF
           IF NOT WS-CHK-OK
               DISPLAY "Error opening checklist file: "
                   WS-CHK-STATUS
               GO TO LOAD-CHECKLIST-EXIT
           END-IF
           PERFORM LOAD-ONE-CHECKLIST-JOB
               UNTIL WS-CHK-EOF OR WS-JOB-COUNT = 30
           CLOSE CHK-FILE.
       LOAD-CHECKLIST-EXIT.
           EXIT.

       LOAD-ONE-CHECKLIST-JOB.
           READ CHK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(CHK-TYPE) TO CHK-TYPE
                   IF (CHK-TYPE = "M" OR CHK-TYPE = "Y")
                       AND CHK-NAME NOT = SPACES
                       ADD 1 TO WS-JOB-COUNT
                       MOVE CHK-TYPE TO WS-JOB-TYPE(WS-JOB-COUNT)
                       MOVE FUNCTION UPPER-CASE(CHK-NAME)
                           TO WS-JOB-NAME(WS-JOB-COUNT)
                       MOVE CHK-DESC TO WS-JOB-DESC(WS-JOB-COUNT)
                   END-IF
           END-READ.

       SEED-DEFAULT-CHECKLIST.
           OPEN OUTPUT CHK-FILE
           IF NOT WS-CHK-OK
               DISPLAY "Error creating checklist file: "
                   WS-CHK-STATUS
               GO TO SEED-DEFAULT-CHECKLIST-EXIT
           END-IF
           MOVE "* M = every month, Y = year-end only" TO CHK-REC
           WRITE CHK-REC
           MOVE "M INTPOST  Monthly interest posting" TO CHK-REC
           WRITE CHK-REC
           MOVE "M SVCFEE   Monthly service charges" TO CHK-REC
           WRITE CHK-REC
           MOVE "M ODINT    Overdraft interest month-end post"
               TO CHK-REC
           WRITE CHK-REC
           MOVE "M FXREVAL  Foreign currency revaluation" TO CHK-REC
           WRITE CHK-REC
           MOVE "M RPTGEN   Batch statements" TO CHK-REC
           WRITE CHK-REC
           MOVE "M INTPAYRP Interest paid report" TO CHK-REC
           WRITE CHK-REC
           MOVE "Y TAXEXTR  Annual interest tax extract" TO CHK-REC
           WRITE CHK-REC
           MOVE "Y IRAEXTR  Annual IRA reporting extract" TO CHK-REC
           WRITE CHK-REC
           CLOSE CHK-FILE
           DISPLAY "Seeded default checklist in "
               "data/PERCHECK.txt".
       SEED-DEFAULT-CHECKLIST-EXIT.
           EXIT.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Period Close ---"
           DISPLAY "1. Show Closed Periods"
           DISPLAY "2. Check a Period (no update)"
           DISPLAY "3. Close a Period"
           DISPLAY "4. Close a Year"
           DISPLAY "5. Reopen a Period"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-SHOW-PERIODS   PERFORM SHOW-PERIODS
                   THRU SHOW-PERIODS-EXIT
               WHEN WS-CHECK-PERIOD   PERFORM CHECK-PERIOD
                   THRU CHECK-PERIOD-EXIT
               WHEN WS-CLOSE-PERIOD   PERFORM CLOSE-PERIOD
                   THRU CLOSE-PERIOD-EXIT
               WHEN WS-CLOSE-YEAR     PERFORM CLOSE-YEAR
                   THRU CLOSE-YEAR-EXIT
               WHEN WS-REOPEN-PERIOD  PERFORM REOPEN-PERIOD
                   THRU REOPEN-PERIOD-EXIT
               WHEN WS-QUIT           CONTINUE
               WHEN OTHER             DISPLAY "Invalid selection."
           END-EVALUATE.

       SHOW-PERIODS.
           MOVE 0 TO WS-PERD-EOF-FLAG
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE LOW-VALUES TO PERD-PERIOD
           START PERD-FILE KEY IS GREATER THAN PERD-PERIOD
               INVALID KEY
                   DISPLAY "(No periods closed yet)"
                   GO TO SHOW-PERIODS-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "PERIOD ST YE CLOSED   BY       REOPENED BY"
           PERFORM LIST-ONE-PERIOD UNTIL WS-PERD-AT-EOF
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "(No periods closed yet)"
           END-IF.
       SHOW-PERIODS-EXIT.
           EXIT.

       LIST-ONE-PERIOD.
           READ PERD-FILE NEXT
               AT END
                   SET WS-PERD-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY PERD-PERIOD " " PERD-STATUS "  "
                       PERD-YEAR-END "  " PERD-CLOSED-DT " "
                       PERD-CLOSED-BY " " PERD-REOPEN-DT " "
                       PERD-REOPEN-BY
                   IF PERD-IS-REOPENED
                       DISPLAY "       Reason: " PERD-REOPEN-REASON
                   END-IF
           END-READ.

      *    Keys and validates a period (YYYYMM) and works out its
      *    last calendar day. WS-PERIOD is zero when the entry is
      *    not a usable period.
       ACCEPT-PERIOD.
           MOVE ZEROS TO WS-PERIOD
           DISPLAY "Period (YYYYMM):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PERIOD
           IF WS-INPUT-PERIOD NOT NUMERIC
               DISPLAY "Period must be six digits, YYYYMM."
               GO TO ACCEPT-PERIOD-EXIT
           END-IF
           MOVE WS-INPUT-PERIOD TO WS-PERIOD
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               OR WS-PERIOD-YEAR < 1601
               DISPLAY "Not a valid period."
               MOVE ZEROS TO WS-PERIOD
               GO TO ACCEPT-PERIOD-EXIT
           END-IF
           PERFORM COMPUTE-PERIOD-END.
       ACCEPT-PERIOD-EXIT.
           EXIT.

      *    Last calendar day of WS-PERIOD: the day before the first
      *    of the following month.
       COMPUTE-PERIOD-END.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-PERIOD-YEAR * 10000
                   + (WS-PERIOD-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).

      *    Dry run: shows what a close of the period would find,
      *    without recording anything.
       CHECK-PERIOD.
           PERFORM ACCEPT-PERIOD THRU ACCEPT-PERIOD-EXIT
           IF WS-PERIOD = ZEROS
               GO TO CHECK-PERIOD-EXIT
           END-IF
           MOVE "M" TO WS-CHECK-TYPE
           PERFORM EVIDENCE-CHECKLIST THRU EVIDENCE-CHECKLIST-EXIT
           IF WS-PERIOD-MONTH = 12
               MOVE "Y" TO WS-CHECK-TYPE
               PERFORM EVIDENCE-CHECKLIST
                   THRU EVIDENCE-CHECKLIST-EXIT
           END-IF
           MOVE WS-PERIOD TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   DISPLAY "Period " WS-PERIOD " is open."
               NOT INVALID KEY
                   IF PERD-IS-CLOSED
                       DISPLAY "Period " WS-PERIOD " is closed ("
                           PERD-CLOSED-DT " by " PERD-CLOSED-BY ")."
                   ELSE
                       DISPLAY "Period " WS-PERIOD " was reopened "
                           PERD-REOPEN-DT " by " PERD-REOPEN-BY "."
                   END-IF
           END-READ.
       CHECK-PERIOD-EXIT.
           EXIT.

      *    Closes a month. The month must be over (its last day
      *    before the banking date) and every "M" job on the
      *    checklist must show a run for it in the run history.
       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD THRU ACCEPT-PERIOD-EXIT
           IF WS-PERIOD = ZEROS
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF WS-PERIOD-END NOT < WS-BANKING-DATE
               DISPLAY "Period " WS-PERIOD " is not over - it "
                   "ends " WS-PERIOD-END "."
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           MOVE WS-PERIOD TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   INITIALIZE PERD-REC
                   MOVE WS-PERIOD TO PERD-PERIOD
                   MOVE SPACE TO PERD-YEAR-END
               NOT INVALID KEY
                   IF PERD-IS-CLOSED
                       DISPLAY "Period " WS-PERIOD " is already "
                           "closed."
                       GO TO CLOSE-PERIOD-EXIT
                   END-IF
           END-READ

           MOVE "M" TO WS-CHECK-TYPE
           PERFORM EVIDENCE-CHECKLIST THRU EVIDENCE-CHECKLIST-EXIT
           IF WS-CHECK-MISSING > ZEROS
               DISPLAY "CLOSE REFUSED - " WS-CHECK-MISSING
                   " month-end job(s) have not run for "
                   WS-PERIOD "."
               GO TO CLOSE-PERIOD-EXIT
           END-IF

           DISPLAY "Close period " WS-PERIOD "? Postings dated "
               "inside it will be refused. (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CONFIRM
           IF FUNCTION UPPER-CASE(WS-INPUT-CONFIRM) NOT = "Y"
               DISPLAY "Close cancelled."
               GO TO CLOSE-PERIOD-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE "C"            TO PERD-STATUS
           MOVE WS-TODAY-DATE  TO PERD-CLOSED-DT
           MOVE WS-NOW-TIME    TO PERD-CLOSED-TIME
           MOVE WS-OPERATOR-ID TO PERD-CLOSED-BY
           IF PERD-CLOSE-COUNT NOT NUMERIC
               MOVE ZEROS TO PERD-CLOSE-COUNT
           END-IF
           ADD 1 TO PERD-CLOSE-COUNT
           IF PERD-CLOSE-COUNT = 1
               WRITE PERD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE PERD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-PERD-OK
               DISPLAY "ERROR: Could not record the close - status "
                   WS-PERD-STATUS
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           DISPLAY "Period " WS-PERIOD " closed."
           MOVE "PERCLOSE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "PERIOD " WS-PERIOD " CLOSED"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       CLOSE-PERIOD-EXIT.
           EXIT.

      *    Closes a year on its December period. December must
      *    already be closed as a month, and every "Y" job on the
      *    checklist must show a run for the year.
       CLOSE-YEAR.
           DISPLAY "Year (YYYY):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           IF WS-INPUT-YEAR NOT NUMERIC
               DISPLAY "Year must be four digits."
               GO TO CLOSE-YEAR-EXIT
           END-IF
           MOVE WS-INPUT-YEAR TO WS-CLOSE-YEAR-NO
           IF WS-CLOSE-YEAR-NO < 1601
               DISPLAY "Not a valid year."
               GO TO CLOSE-YEAR-EXIT
           END-IF
           MOVE WS-CLOSE-YEAR-NO TO WS-PERIOD-YEAR
           MOVE 12 TO WS-PERIOD-MONTH
           PERFORM COMPUTE-PERIOD-END
           MOVE WS-PERIOD TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   DISPLAY "Period " WS-PERIOD " has not been "
                       "closed - close December first."
                   GO TO CLOSE-YEAR-EXIT
           END-READ
           IF NOT PERD-IS-CLOSED
               DISPLAY "Period " WS-PERIOD " is open - close "
                   "December first."
               GO TO CLOSE-YEAR-EXIT
           END-IF
           IF PERD-YEAR-CLOSED
               DISPLAY "Year " WS-CLOSE-YEAR-NO " is already "
                   "closed."
               GO TO CLOSE-YEAR-EXIT
           END-IF

           MOVE "Y" TO WS-CHECK-TYPE
           PERFORM EVIDENCE-CHECKLIST THRU EVIDENCE-CHECKLIST-EXIT
           IF WS-CHECK-MISSING > ZEROS
               DISPLAY "YEAR-END CLOSE REFUSED - "
                   WS-CHECK-MISSING " year-end job(s) have not "
                   "run for " WS-CLOSE-YEAR-NO "."
               GO TO CLOSE-YEAR-EXIT
           END-IF

      *    The evidence scan reads other files only; the December
      *    record is re-read before it is updated.
           MOVE WS-PERIOD TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   DISPLAY "Period record vanished."
                   GO TO CLOSE-YEAR-EXIT
           END-READ
           MOVE "Y" TO PERD-YEAR-END
           REWRITE PERD-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-PERD-OK
               DISPLAY "ERROR: Could not record the year-end "
                   "close - status " WS-PERD-STATUS
               GO TO CLOSE-YEAR-EXIT
           END-IF
           DISPLAY "Year " WS-CLOSE-YEAR-NO " closed."
           MOVE "YRCLOSE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "YEAR " WS-CLOSE-YEAR-NO " CLOSED"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       CLOSE-YEAR-EXIT.
           EXIT.

      *    Reopens a closed period so a correction can post. The
      *    reason is required, kept on the period record, and
      *    written to the audit log. Reopening December also undoes
      *    the year-end close - the year is closed again after
      *    December is.
       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD THRU ACCEPT-PERIOD-EXIT
           IF WS-PERIOD = ZEROS
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           MOVE WS-PERIOD TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   DISPLAY "Period " WS-PERIOD " is not closed."
                   GO TO REOPEN-PERIOD-EXIT
           END-READ
           IF NOT PERD-IS-CLOSED
               DISPLAY "Period " WS-PERIOD " is not closed."
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           DISPLAY "Reason for reopening (required):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "A reason is required - period stays "
                   "closed."
               GO TO REOPEN-PERIOD-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE "O"             TO PERD-STATUS
           MOVE SPACE           TO PERD-YEAR-END
           MOVE WS-TODAY-DATE   TO PERD-REOPEN-DT
           MOVE WS-NOW-TIME     TO PERD-REOPEN-TIME
           MOVE WS-OPERATOR-ID  TO PERD-REOPEN-BY
           MOVE WS-INPUT-REASON TO PERD-REOPEN-REASON
           REWRITE PERD-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-PERD-OK
               DISPLAY "ERROR: Could not reopen the period - "
                   "status " WS-PERD-STATUS
               GO TO REOPEN-PERIOD-EXIT
           END-IF
           DISPLAY "Period " WS-PERIOD " reopened. Close it "
               "again once the correction has posted."
           MOVE "PERREOPN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING WS-PERIOD " " WS-INPUT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       REOPEN-PERIOD-EXIT.
           EXIT.

      *    Looks for a run of every checklist job of type
      *    WS-CHECK-TYPE dated inside the window around the period
      *    end (WS-PERIOD-END), on either run history: completed
      *    BATCHRUN steps (BATRUN.dat) and posted batch runs
      *    (RUNHIST.dat). Lists each job found or missing and
      *    leaves the count missing in WS-CHECK-MISSING.
       EVIDENCE-CHECKLIST.
           MOVE ZEROS TO WS-CHECK-REQUIRED
           MOVE ZEROS TO WS-CHECK-MISSING
           PERFORM RESET-ONE-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           COMPUTE WS-WORK-INT = WS-PERIOD-END-INT - WS-WINDOW-BEFORE
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-CHECK-TYPE = "Y"
               COMPUTE WS-WORK-INT =
                   WS-PERIOD-END-INT + WS-WINDOW-AFTER-Y
           ELSE
               COMPUTE WS-WORK-INT =
                   WS-PERIOD-END-INT + WS-WINDOW-AFTER-M
           END-IF
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

           OPEN INPUT BRUN-FILE
           IF WS-BRUN-OK
               MOVE 0 TO WS-BRUN-EOF-FLAG
               MOVE WS-WINDOW-FROM TO BRUN-DATE
               MOVE ZEROS TO BRUN-SEQ
               START BRUN-FILE KEY IS NOT LESS THAN BRUN-KEY
                   INVALID KEY
                       SET WS-BRUN-AT-EOF TO TRUE
               END-START
               PERFORM SCAN-ONE-BATCH-STEP UNTIL WS-BRUN-AT-EOF
               CLOSE BRUN-FILE
           END-IF

           OPEN INPUT RUNH-FILE
           IF WS-RUNH-OK
               MOVE 0 TO WS-RUNH-EOF-FLAG
               MOVE LOW-VALUES TO RUNH-ID
               START RUNH-FILE KEY IS GREATER THAN RUNH-ID
                   INVALID KEY
                       SET WS-RUNH-AT-EOF TO TRUE
               END-START
               PERFORM SCAN-ONE-RUN UNTIL WS-RUNH-AT-EOF
               CLOSE RUNH-FILE
           END-IF

           DISPLAY SPACES
           IF WS-CHECK-TYPE = "Y"
               DISPLAY "Year-end jobs for " WS-PERIOD-YEAR
                   " (runs " WS-WINDOW-FROM " to "
                   WS-WINDOW-TO "):"
           ELSE
               DISPLAY "Month-end jobs for " WS-PERIOD
                   " (runs " WS-WINDOW-FROM " to "
                   WS-WINDOW-TO "):"
           END-IF
           PERFORM SHOW-ONE-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           IF WS-CHECK-REQUIRED = ZEROS
               DISPLAY "  (No jobs of this type on the checklist)"
           END-IF.
       EVIDENCE-CHECKLIST-EXIT.
           EXIT.

       RESET-ONE-JOB.
           MOVE 0 TO WS-JOB-FOUND(WS-JOB-IDX)
           MOVE ZEROS TO WS-JOB-RUN-DATE(WS-JOB-IDX)
           MOVE SPACES TO WS-JOB-SOURCE(WS-JOB-IDX).

       SCAN-ONE-BATCH-STEP.
           READ BRUN-FILE NEXT
               AT END
                   SET WS-BRUN-AT-EOF TO TRUE
               NOT AT END
                   IF BRUN-DATE > WS-WINDOW-TO
                       SET WS-BRUN-AT-EOF TO TRUE
                   ELSE
                       IF BRUN-IS-COMPLETE
                           PERFORM MATCH-BATCH-STEP
                               VARYING WS-JOB-IDX FROM 1 BY 1
                               UNTIL WS-JOB-IDX > WS-JOB-COUNT
                       END-IF
                   END-IF
           END-READ.

       MATCH-BATCH-STEP.
           IF WS-JOB-TYPE(WS-JOB-IDX) = WS-CHECK-TYPE
               AND WS-JOB-NAME(WS-JOB-IDX) = BRUN-STEP-NAME
               AND BRUN-DATE > WS-JOB-RUN-DATE(WS-JOB-IDX)
               SET WS-JOB-WAS-RUN(WS-JOB-IDX) TO TRUE
               MOVE BRUN-DATE TO WS-JOB-RUN-DATE(WS-JOB-IDX)
               MOVE "BATRUN" TO WS-JOB-SOURCE(WS-JOB-IDX)
           END-IF.

       SCAN-ONE-RUN.
           READ RUNH-FILE NEXT
               AT END
                   SET WS-RUNH-AT-EOF TO TRUE
               NOT AT END
                   IF RUNH-IS-POSTED
                       AND RUNH-DATE NOT < WS-WINDOW-FROM
                       AND RUNH-DATE NOT > WS-WINDOW-TO
                       PERFORM MATCH-POSTED-RUN
                           VARYING WS-JOB-IDX FROM 1 BY 1
                           UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   END-IF
           END-READ.

       MATCH-POSTED-RUN.
           IF WS-JOB-TYPE(WS-JOB-IDX) = WS-CHECK-TYPE
               AND WS-JOB-NAME(WS-JOB-IDX) = RUNH-PROGRAM
               AND RUNH-DATE > WS-JOB-RUN-DATE(WS-JOB-IDX)
               SET WS-JOB-WAS-RUN(WS-JOB-IDX) TO TRUE
               MOVE RUNH-DATE TO WS-JOB-RUN-DATE(WS-JOB-IDX)
               MOVE "RUNHIST" TO WS-JOB-SOURCE(WS-JOB-IDX)
           END-IF.

       SHOW-ONE-JOB.
           IF WS-JOB-TYPE(WS-JOB-IDX) = WS-CHECK-TYPE
               ADD 1 TO WS-CHECK-REQUIRED
               IF WS-JOB-WAS-RUN(WS-JOB-IDX)
                   MOVE "RAN" TO WS-JOB-STATE
                   DISPLAY "  " WS-JOB-NAME(WS-JOB-IDX) " "
                       WS-JOB-STATE " " WS-JOB-RUN-DATE(WS-JOB-IDX)
                       " " WS-JOB-SOURCE(WS-JOB-IDX) "  "
                       WS-JOB-DESC(WS-JOB-IDX)
               ELSE
                   ADD 1 TO WS-CHECK-MISSING
                   MOVE "MISSING" TO WS-JOB-STATE
                   DISPLAY "  " WS-JOB-NAME(WS-JOB-IDX) " "
                       WS-JOB-STATE "                  "
                       WS-JOB-DESC(WS-JOB-IDX)
               END-IF
           END-IF.

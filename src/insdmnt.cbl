       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDMNT.
      *================================================================*
      * INSDMNT - Insider Designation Maintenance                      *
      * Supervised console for flagging employees, directors and their *
      * related interests on the customer master. Each designation     *
      * can carry the operator id of the staff member concerned;       *
      * BANKUI then refuses that operator's postings to the            *
      * customer's accounts without a supervisor override, and the     *
      * nightly INSDRPT reports activity on insider accounts to        *
      * internal audit. Every change is audited.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CUST-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUST-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-EOF           VALUE "10".
           88  WS-CUST-NOT-FOUND     VALUE "23".
           88  WS-CUST-FILE-MISSING  VALUE "35".
           88  WS-CUST-LOCKED        VALUE "51".
       01  WS-CUST-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CUST-AT-EOF        VALUE 1.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
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
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-DESIGNATE          VALUE "1".
           88  WS-REMOVE             VALUE "2".
           88  WS-LIST-INSIDERS      VALUE "3".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-CUSTNO       PIC X(8).
       01  WS-INPUT-TYPE         PIC X(1).
           88  WS-TYPE-VALID         VALUE "E" "D" "R".
           88  WS-TYPE-EMPLOYEE      VALUE "E".
       01  WS-INPUT-OPER         PIC X(8).
       01  WS-CONFIRM            PIC X(1).
       01  WS-CUST-NUM           PIC 9(8).
       01  WS-OLD-TYPE           PIC X(1).
       01  WS-LIST-COUNT         PIC 9(5) VALUE 0.
       01  WS-TYPE-NAME          PIC X(10).

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TARGET       PIC 9(8) VALUE ZEROS.

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
           DISPLAY "  INSIDER DESIGNATION (SUPERVISED)"
           DISPLAY "========================================="

      *    The operator file stays open after sign-on: the linked
      *    operator id on each designation is checked against it.
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

           OPEN I-O CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "FATAL: Cannot open customer file."
               CLOSE OPERATOR-FILE
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

           PERFORM GET-CURRENT-DATETIME
           PERFORM MAIN-MENU UNTIL WS-QUIT

           CLOSE CUST-FILE
           CLOSE OPERATOR-FILE
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Insider Designation ---"
           DISPLAY "1. Designate Insider"
           DISPLAY "2. Remove Designation"
           DISPLAY "3. List Insiders"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-DESIGNATE     PERFORM DESIGNATE-INSIDER
                   THRU DESIGNATE-INSIDER-EXIT
               WHEN WS-REMOVE        PERFORM REMOVE-DESIGNATION
                   THRU REMOVE-DESIGNATION-EXIT
               WHEN WS-LIST-INSIDERS PERFORM LIST-INSIDERS
                   THRU LIST-INSIDERS-EXIT
               WHEN WS-QUIT          CONTINUE
               WHEN OTHER            DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the selected action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           UNLOCK CUST-FILE.

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE WS-AUDIT-TARGET   TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-DETAIL   TO AUDIT-DETAIL
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *    Reads the keyed customer WITH LOCK for a designation
      *    change. WS-CUST-NUM is zero when the customer cannot be
      *    used.
       READ-CUSTOMER.
           DISPLAY "Customer number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUSTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-CUSTNO) TO WS-CUST-NUM
           IF WS-CUST-NUM = ZEROS
               DISPLAY "Invalid customer number."
               GO TO READ-CUSTOMER-EXIT
           END-IF
           MOVE WS-CUST-NUM TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Customer not found."
                   MOVE ZEROS TO WS-CUST-NUM
                   GO TO READ-CUSTOMER-EXIT
           END-READ
           IF WS-CUST-LOCKED
               DISPLAY "Customer in use at another terminal - "
                   "retry."
               MOVE ZEROS TO WS-CUST-NUM
               GO TO READ-CUSTOMER-EXIT
           END-IF
           IF NOT CUST-IS-ACTIVE
               DISPLAY "Customer is not active."
               MOVE ZEROS TO WS-CUST-NUM
               GO TO READ-CUSTOMER-EXIT
           END-IF
           PERFORM SET-TYPE-NAME
           DISPLAY "  " CUST-NO " " CUST-NAME
           IF CUST-IS-INSIDER
               DISPLAY "  Currently: " WS-TYPE-NAME
                   " linked to " CUST-INSIDER-OPER
           END-IF.
       READ-CUSTOMER-EXIT.
           EXIT.

       SET-TYPE-NAME.
           EVALUATE TRUE
               WHEN CUST-IS-EMPLOYEE MOVE "EMPLOYEE"   TO WS-TYPE-NAME
               WHEN CUST-IS-DIRECTOR MOVE "DIRECTOR"   TO WS-TYPE-NAME
               WHEN CUST-IS-RELATED  MOVE "RELATED"    TO WS-TYPE-NAME
               WHEN OTHER            MOVE "NONE"       TO WS-TYPE-NAME
           END-EVALUATE.

      *    E employee, D director, R related interest (family
      *    member or business of an employee or director). An
      *    employee designation must name the employee's own
      *    operator id when they have one; directors and related
      *    interests may be linked to the staff member concerned,
      *    or left unlinked (reported, but not blocked at posting).
       DESIGNATE-INSIDER.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT
           IF WS-CUST-NUM = ZEROS
               GO TO DESIGNATE-INSIDER-EXIT
           END-IF
           MOVE CUST-INSIDER-TYPE TO WS-OLD-TYPE
           DISPLAY "Insider type - E employee, D director, "
               "R related interest:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF NOT WS-TYPE-VALID
               DISPLAY "Type must be E, D or R."
               GO TO DESIGNATE-INSIDER-EXIT
           END-IF
           DISPLAY "Linked operator ID (blank for none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-OPER
           MOVE FUNCTION UPPER-CASE(WS-INPUT-OPER) TO WS-INPUT-OPER
           IF WS-INPUT-OPER NOT = SPACES
               MOVE WS-INPUT-OPER TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Operator ID not recognized."
                       GO TO DESIGNATE-INSIDER-EXIT
               END-READ
               DISPLAY "  Operator " OPER-ID " " OPER-NAME
           ELSE
               IF WS-TYPE-EMPLOYEE
                   DISPLAY "No operator linked - the employee's own "
                       "postings will not be blocked."
               END-IF
           END-IF
           DISPLAY "Record the designation? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Designation cancelled."
               GO TO DESIGNATE-INSIDER-EXIT
           END-IF
           MOVE WS-INPUT-TYPE TO CUST-INSIDER-TYPE
           MOVE WS-INPUT-OPER TO CUST-INSIDER-OPER
           REWRITE CUST-REC
           IF NOT WS-CUST-OK
               DISPLAY "ERROR: Could not update the customer. "
                   "Status: " WS-CUST-STATUS
               GO TO DESIGNATE-INSIDER-EXIT
           END-IF
           MOVE CUST-NO TO WS-AUDIT-TARGET
           MOVE "INSIDER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "TYPE " WS-OLD-TYPE " TO " WS-INPUT-TYPE
               " OPER " WS-INPUT-OPER
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "Customer " CUST-NO " designated as an insider.".
       DESIGNATE-INSIDER-EXIT.
           EXIT.

       REMOVE-DESIGNATION.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT
           IF WS-CUST-NUM = ZEROS
               GO TO REMOVE-DESIGNATION-EXIT
           END-IF
           IF NOT CUST-IS-INSIDER
               DISPLAY "Customer is not designated as an insider."
               GO TO REMOVE-DESIGNATION-EXIT
           END-IF
           DISPLAY "Remove the insider designation? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Removal cancelled."
               GO TO REMOVE-DESIGNATION-EXIT
           END-IF
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "WAS TYPE " CUST-INSIDER-TYPE
               " OPER " CUST-INSIDER-OPER
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           MOVE SPACES TO CUST-INSIDER-TYPE
           MOVE SPACES TO CUST-INSIDER-OPER
           REWRITE CUST-REC
           IF NOT WS-CUST-OK
               DISPLAY "ERROR: Could not update the customer. "
                   "Status: " WS-CUST-STATUS
               GO TO REMOVE-DESIGNATION-EXIT
           END-IF
           MOVE CUST-NO TO WS-AUDIT-TARGET
           MOVE "INSDDROP" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "Designation removed for customer " CUST-NO ".".
       REMOVE-DESIGNATION-EXIT.
           EXIT.

       LIST-INSIDERS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-CUST-EOF-FLAG
           DISPLAY SPACES
           DISPLAY "CUSTOMER  NAME                           "
               "TYPE       OPERATOR"
           MOVE LOW-VALUES TO CUST-NO
           START CUST-FILE KEY IS GREATER THAN CUST-NO
               INVALID KEY
                   SET WS-CUST-AT-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-CUSTOMER UNTIL WS-CUST-AT-EOF
           DISPLAY WS-LIST-COUNT " insider customer(s).".
       LIST-INSIDERS-EXIT.
           EXIT.

       LIST-ONE-CUSTOMER.
           READ CUST-FILE NEXT
               AT END
                   SET WS-CUST-AT-EOF TO TRUE
               NOT AT END
                   IF CUST-IS-INSIDER
                       PERFORM SET-TYPE-NAME
                       DISPLAY CUST-NO "  " CUST-NAME " "
                           WS-TYPE-NAME " " CUST-INSIDER-OPER
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

      *    Insider designations change who may post to whose
      *    accounts, so only an active, PIN-verified supervisor gets
      *    in - same sign-on CUSTMRG and OPERADM use.
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
           MOVE "INSDMNT" TO WS-ENT-FUNC
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

      * change at next login), RENAME, LIST. PINs are stored hashed;  *
      * this program never writes a clear-text PIN. Every change is   *
      * written to AUDITLOG.dat.                                      *
      * Also keeps the roles (ROLES.dat) that say which BANKUI menu   *
      * functions and console programs an operator may use, and       *
      * assigns them. The first role change creates ROLES.dat with    *
      * the standard roles granting what each authority level had     *
      * before. OPERADM itself is never restricted by role, so a      *
      * supervisor cannot revoke the way back in.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".

       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
           88  WS-ROLE-EOF           VALUE "10".
           88  WS-ROLE-DUP-KEY       VALUE "22".
           88  WS-ROLE-NOT-FOUND     VALUE "23".
           88  WS-ROLE-FILE-MISSING  VALUE "35".

       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.
       01  WS-ROLE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ROLE-IS-OPEN       VALUE 1.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-ADD-OPER           VALUE "1".
           88  WS-RENAME-OPER        VALUE "6".
           88  WS-LIST-OPERS         VALUE "7".
           88  WS-SET-LIMIT          VALUE "8".
           88  WS-ASSIGN-ROLE        VALUE "9".
           88  WS-ROLE-MAINT         VALUE "R" "r".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-ROLE-CHOICE        PIC X(1).
           88  WS-ROLE-ADD           VALUE "1".
           88  WS-ROLE-GRANT         VALUE "2".
           88  WS-ROLE-REVOKE        VALUE "3".
           88  WS-ROLE-LIST          VALUE "4".
           88  WS-ROLE-DELETE        VALUE "5".
           88  WS-ROLE-CATALOG       VALUE "6".
           88  WS-ROLE-BACK          VALUE "Q" "q".

      *--- Supervisor sign-on ---
       01  WS-ADMIN-ID           PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-OPER-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-OPER-AT-EOF        VALUE 1.

      *--- Roles and entitlements ---
       COPY FUNC-CAT.
       01  WS-INPUT-ROLE         PIC X(8).
       01  WS-INPUT-FUNC         PIC X(8).
       01  WS-INPUT-DESC         PIC X(30).
       01  WS-FUNC-IDX           PIC 9(3).
       01  WS-EFF-ROLE           PIC X(8).
       01  WS-SEED-ROLE          PIC X(8).
       01  WS-SEED-DESC          PIC X(30).
       01  WS-ROLE-IN-USE        PIC 9(3) VALUE 0.
       01  WS-ROLE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ROLE-AT-EOF        VALUE 1.
       01  WS-ROLE-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-ROLE-FOUND         VALUE 1.

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.

                       SET WS-AUDIT-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

      *    ROLES.dat is only opened here when it already exists;
      *    OPEN-ROLE-FILE creates it on the first role change.
           OPEN I-O ROLE-FILE
           IF WS-ROLE-OK
               SET WS-ROLE-IS-OPEN TO TRUE
           END-IF.

       CLOSE-FILES.
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           END-IF
           IF WS-ROLE-IS-OPEN
               CLOSE ROLE-FILE
               MOVE 0 TO WS-ROLE-OPEN-FLAG
           END-IF.

      *    Requires an active supervisor (OPER-AUTH-LEVEL "S") to
           DISPLAY "6. Rename Operator"
           DISPLAY "7. List Operators"
           DISPLAY "8. Set Transaction Limit"
           DISPLAY "9. Assign Role"
           DISPLAY "R. Role Maintenance"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   THRU LIST-OPERATORS-EXIT
               WHEN WS-SET-LIMIT    PERFORM SET-OPERATOR-LIMIT
                   THRU SET-OPERATOR-LIMIT-EXIT
               WHEN WS-ASSIGN-ROLE  PERFORM ASSIGN-OPERATOR-ROLE
                   THRU ASSIGN-OPERATOR-ROLE-EXIT
               WHEN WS-ROLE-MAINT   PERFORM ROLE-MENU
                   UNTIL WS-ROLE-BACK
               WHEN WS-QUIT         CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE.
           ACCEPT WS-INPUT-LIMIT
           MOVE FUNCTION NUMVAL(WS-INPUT-LIMIT) TO WS-LIMIT-AMT

           DISPLAY "Role (Enter = standard role for the authority):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ROLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ROLE) TO WS-INPUT-ROLE
           IF WS-INPUT-ROLE NOT = SPACES
               PERFORM CHECK-ROLE-DEFINED THRU CHECK-ROLE-DEFINED-EXIT
               IF NOT WS-ROLE-FOUND
                   GO TO ADD-OPERATOR-EXIT
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           MOVE WS-INPUT-NAME   TO OPER-NAME
           MOVE SPACES          TO OPER-PIN
           MOVE ZEROS           TO OPER-FAIL-COUNT
           MOVE WS-INPUT-LEVEL  TO OPER-AUTH-LEVEL
           MOVE WS-LIMIT-AMT    TO OPER-TXN-LIMIT
           MOVE WS-INPUT-ROLE   TO OPER-ROLE

           WRITE OPER-REC
           IF WS-OPER-OK
                   GO TO LIST-OPERATORS-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "ID        NAME                  ST LVL FAILS ROLE"
           PERFORM LIST-ONE-OPERATOR UNTIL WS-OPER-AT-EOF
           DISPLAY SPACES
           DISPLAY "Operators listed: " WS-LIST-COUNT.
                   SET WS-OPER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM RESOLVE-OPER-ROLE
                   DISPLAY OPER-ID "  " OPER-NAME "  "
                       OPER-STATUS "  " OPER-AUTH-LEVEL "   "
                       OPER-FAIL-COUNT "    " WS-EFF-ROLE
           END-READ.

      *    The role the operator in OPER-REC works under: OPER-ROLE,
      *    or for a record without one the standard role for its
      *    authority level.
       RESOLVE-OPER-ROLE.
           MOVE OPER-ROLE TO WS-EFF-ROLE
           IF WS-EFF-ROLE = SPACES OR WS-EFF-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-EFF-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-EFF-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-EFF-ROLE
               END-EVALUATE
           END-IF.

       ASSIGN-OPERATOR-ROLE.
           PERFORM READ-NAMED-OPERATOR
           IF NOT WS-OPER-OK
               GO TO ASSIGN-OPERATOR-ROLE-EXIT
           END-IF
           PERFORM RESOLVE-OPER-ROLE
           DISPLAY "Current role: " WS-EFF-ROLE
           DISPLAY "New role (Enter = standard role for the "
               "authority):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ROLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ROLE) TO WS-INPUT-ROLE
           IF WS-INPUT-ROLE NOT = SPACES
               PERFORM CHECK-ROLE-DEFINED THRU CHECK-ROLE-DEFINED-EXIT
               IF NOT WS-ROLE-FOUND
                   GO TO ASSIGN-OPERATOR-ROLE-EXIT
               END-IF
           END-IF
           MOVE WS-INPUT-ROLE TO OPER-ROLE
           REWRITE OPER-REC
           IF WS-OPER-OK
               PERFORM RESOLVE-OPER-ROLE
               DISPLAY "Operator " OPER-ID " now works under role "
                   WS-EFF-ROLE "."
               MOVE "ROLEASGN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ROLE " OPER-ID " " WS-EFF-ROLE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           ELSE
               DISPLAY "ERROR: Could not update operator."
           END-IF.
       ASSIGN-OPERATOR-ROLE-EXIT.
           EXIT.

      *    Sets WS-ROLE-FOUND when WS-INPUT-ROLE has a header record
      *    on ROLES.dat.
       CHECK-ROLE-DEFINED.
           MOVE 0 TO WS-ROLE-FOUND-FLAG
           PERFORM OPEN-ROLE-FILE THRU OPEN-ROLE-FILE-EXIT
           IF NOT WS-ROLE-IS-OPEN
               GO TO CHECK-ROLE-DEFINED-EXIT
           END-IF
           MOVE WS-INPUT-ROLE TO ROLE-CODE
           MOVE SPACES TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   DISPLAY "Role " WS-INPUT-ROLE " is not defined."
               NOT INVALID KEY
                   SET WS-ROLE-FOUND TO TRUE
           END-READ.
       CHECK-ROLE-DEFINED-EXIT.
           EXIT.

      *================================================================*
      * ROLE MAINTENANCE - roles and the functions they grant. Every   *
      * change is audited. Function codes must be in FUNC-CAT.         *
      *================================================================*
       ROLE-MENU.
           DISPLAY SPACES
           DISPLAY "--- Role Maintenance ---"
           DISPLAY "1. Add Role"
           DISPLAY "2. Grant Function"
           DISPLAY "3. Revoke Function"
           DISPLAY "4. List Roles"
           DISPLAY "5. Delete Role"
           DISPLAY "6. List Function Codes"
           DISPLAY "Q. Back"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CHOICE
           EVALUATE TRUE
               WHEN WS-ROLE-ADD     PERFORM ADD-ROLE
                   THRU ADD-ROLE-EXIT
               WHEN WS-ROLE-GRANT   PERFORM GRANT-FUNCTION
                   THRU GRANT-FUNCTION-EXIT
               WHEN WS-ROLE-REVOKE  PERFORM REVOKE-FUNCTION
                   THRU REVOKE-FUNCTION-EXIT
               WHEN WS-ROLE-LIST    PERFORM LIST-ROLES
                   THRU LIST-ROLES-EXIT
               WHEN WS-ROLE-DELETE  PERFORM DELETE-ROLE
                   THRU DELETE-ROLE-EXIT
               WHEN WS-ROLE-CATALOG PERFORM LIST-FUNC-CATALOG
               WHEN WS-ROLE-BACK    CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE.

      *    Opens ROLES.dat, creating it on first use with the standard
      *    roles so that nobody loses a function they had under the
      *    authority levels until a supervisor revokes it.
       OPEN-ROLE-FILE.
           IF WS-ROLE-IS-OPEN
               GO TO OPEN-ROLE-FILE-EXIT
           END-IF
           OPEN I-O ROLE-FILE
           IF WS-ROLE-OK
               SET WS-ROLE-IS-OPEN TO TRUE
               GO TO OPEN-ROLE-FILE-EXIT
           END-IF
           IF NOT WS-ROLE-FILE-MISSING
               DISPLAY "ERROR: Cannot open role file - status "
                   WS-ROLE-STATUS
               GO TO OPEN-ROLE-FILE-EXIT
           END-IF
           OPEN OUTPUT ROLE-FILE
           IF WS-ROLE-OK
               CLOSE ROLE-FILE
               OPEN I-O ROLE-FILE
           END-IF
           IF NOT WS-ROLE-OK
               DISPLAY "ERROR: Cannot create role file - status "
                   WS-ROLE-STATUS
               GO TO OPEN-ROLE-FILE-EXIT
           END-IF
           SET WS-ROLE-IS-OPEN TO TRUE
           PERFORM SEED-STANDARD-ROLES
           DISPLAY "Role file created with the standard roles SUPV, "
               "TELLER and TRAINEE."
           MOVE "ROLESEED" TO WS-AUDIT-ACTION
           MOVE "STANDARD ROLES CREATED" TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       OPEN-ROLE-FILE-EXIT.
           EXIT.

      *    SUPV: every function. TELLER: every BANKUI function, plus
      *    the console programs that asked for no supervisor before
      *    roles and the application queue, where tellers capture
      *    new-account applications. TRAINEE: the BANKUI functions
      *    (against the training files, as before).
       SEED-STANDARD-ROLES.
           PERFORM GET-CURRENT-DATETIME
           MOVE "SUPV" TO WS-SEED-ROLE
           MOVE "Supervisor - all functions" TO WS-SEED-DESC
           PERFORM WRITE-SEED-HEADER
           MOVE "TELLER" TO WS-SEED-ROLE
           MOVE "Teller - counter functions" TO WS-SEED-DESC
           PERFORM WRITE-SEED-HEADER
           MOVE "TRAINEE" TO WS-SEED-ROLE
           MOVE "Trainee - training data only" TO WS-SEED-DESC
           PERFORM WRITE-SEED-HEADER
           PERFORM SEED-ONE-FUNCTION
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > FUNC-COUNT.

       WRITE-SEED-HEADER.
           MOVE WS-SEED-ROLE  TO ROLE-CODE
           MOVE SPACES        TO ROLE-FUNC
           MOVE WS-SEED-DESC  TO ROLE-DESC
           MOVE WS-TODAY-DATE TO ROLE-GRANT-DT
           MOVE WS-ADMIN-ID   TO ROLE-GRANT-BY
           WRITE ROLE-REC.

       SEED-ONE-FUNCTION.
           MOVE "SUPV" TO WS-SEED-ROLE
           PERFORM WRITE-SEED-GRANT
           IF FUNC-MENU-KEY(WS-FUNC-IDX) NOT = SPACES
               MOVE "TELLER" TO WS-SEED-ROLE
               PERFORM WRITE-SEED-GRANT
               MOVE "TRAINEE" TO WS-SEED-ROLE
               PERFORM WRITE-SEED-GRANT
           ELSE
               IF FUNC-CODE(WS-FUNC-IDX) = "ACCTMGR"
                   OR FUNC-CODE(WS-FUNC-IDX) = "APPLMGR"
                   OR FUNC-CODE(WS-FUNC-IDX) = "FXMAINT"
                   OR FUNC-CODE(WS-FUNC-IDX) = "LOANMGR"
                   OR FUNC-CODE(WS-FUNC-IDX) = "SDBMGR"
                   MOVE "TELLER" TO WS-SEED-ROLE
                   PERFORM WRITE-SEED-GRANT
               END-IF
           END-IF.

       WRITE-SEED-GRANT.
           MOVE WS-SEED-ROLE             TO ROLE-CODE
           MOVE FUNC-CODE(WS-FUNC-IDX)   TO ROLE-FUNC
           MOVE SPACES                   TO ROLE-DESC
           MOVE WS-TODAY-DATE            TO ROLE-GRANT-DT
           MOVE WS-ADMIN-ID              TO ROLE-GRANT-BY
           WRITE ROLE-REC.

       ADD-ROLE.
           PERFORM OPEN-ROLE-FILE THRU OPEN-ROLE-FILE-EXIT
           IF NOT WS-ROLE-IS-OPEN
               GO TO ADD-ROLE-EXIT
           END-IF
           DISPLAY "New role code (up to 8 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ROLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ROLE) TO WS-INPUT-ROLE
           IF WS-INPUT-ROLE = SPACES
               DISPLAY "Role code cannot be empty."
               GO TO ADD-ROLE-EXIT
           END-IF
           DISPLAY "Description (up to 30 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DESC
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-INPUT-ROLE TO ROLE-CODE
           MOVE SPACES        TO ROLE-FUNC
           MOVE WS-INPUT-DESC TO ROLE-DESC
           MOVE WS-TODAY-DATE TO ROLE-GRANT-DT
           MOVE WS-ADMIN-ID   TO ROLE-GRANT-BY
           WRITE ROLE-REC
           IF WS-ROLE-DUP-KEY
               DISPLAY "Role " WS-INPUT-ROLE " already exists."
               GO TO ADD-ROLE-EXIT
           END-IF
           IF NOT WS-ROLE-OK
               DISPLAY "ERROR: Could not add role - status "
                   WS-ROLE-STATUS
               GO TO ADD-ROLE-EXIT
           END-IF
           DISPLAY "Role " WS-INPUT-ROLE " added with no functions - "
               "grant them with option 2."
           MOVE "ROLEADD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "ADDED ROLE " WS-INPUT-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       ADD-ROLE-EXIT.
           EXIT.

      *    Prompts for a role and a function code; both must exist
      *    (the role on file, the code in FUNC-CAT). WS-FUNC-IDX is
      *    zero when either is refused.
       READ-ROLE-AND-FUNC.
           MOVE 0 TO WS-FUNC-IDX
           DISPLAY "Role code:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ROLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ROLE) TO WS-INPUT-ROLE
           PERFORM CHECK-ROLE-DEFINED THRU CHECK-ROLE-DEFINED-EXIT
           IF NOT WS-ROLE-FOUND
               GO TO READ-ROLE-AND-FUNC-EXIT
           END-IF
           DISPLAY "Function code (option 6 lists them):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-FUNC
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FUNC) TO WS-INPUT-FUNC
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > FUNC-COUNT
               OR FUNC-CODE(WS-FUNC-IDX) = WS-INPUT-FUNC
               CONTINUE
           END-PERFORM
           IF WS-FUNC-IDX > FUNC-COUNT
               DISPLAY "No such function code: " WS-INPUT-FUNC
               MOVE 0 TO WS-FUNC-IDX
           END-IF.
       READ-ROLE-AND-FUNC-EXIT.
           EXIT.

       GRANT-FUNCTION.
           PERFORM READ-ROLE-AND-FUNC THRU READ-ROLE-AND-FUNC-EXIT
           IF WS-FUNC-IDX = 0
               GO TO GRANT-FUNCTION-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-INPUT-ROLE TO ROLE-CODE
           MOVE WS-INPUT-FUNC TO ROLE-FUNC
           MOVE SPACES        TO ROLE-DESC
           MOVE WS-TODAY-DATE TO ROLE-GRANT-DT
           MOVE WS-ADMIN-ID   TO ROLE-GRANT-BY
           WRITE ROLE-REC
           IF WS-ROLE-DUP-KEY
               DISPLAY "Role " WS-INPUT-ROLE " already has "
                   WS-INPUT-FUNC "."
               GO TO GRANT-FUNCTION-EXIT
           END-IF
           IF NOT WS-ROLE-OK
               DISPLAY "ERROR: Could not grant - status "
                   WS-ROLE-STATUS
               GO TO GRANT-FUNCTION-EXIT
           END-IF
           DISPLAY WS-INPUT-FUNC " granted to role " WS-INPUT-ROLE "."
           MOVE "ROLEGRNT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "GRANT " WS-INPUT-FUNC " TO " WS-INPUT-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       GRANT-FUNCTION-EXIT.
           EXIT.

       REVOKE-FUNCTION.
           PERFORM READ-ROLE-AND-FUNC THRU READ-ROLE-AND-FUNC-EXIT
           IF WS-FUNC-IDX = 0
               GO TO REVOKE-FUNCTION-EXIT
           END-IF
           MOVE WS-INPUT-ROLE TO ROLE-CODE
           MOVE WS-INPUT-FUNC TO ROLE-FUNC
           DELETE ROLE-FILE
               INVALID KEY
                   DISPLAY "Role " WS-INPUT-ROLE " does not have "
                       WS-INPUT-FUNC "."
                   GO TO REVOKE-FUNCTION-EXIT
           END-DELETE
           DISPLAY WS-INPUT-FUNC " revoked from role " WS-INPUT-ROLE
               "."
           MOVE "ROLEREVK" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "REVOKE " WS-INPUT-FUNC " FROM " WS-INPUT-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       REVOKE-FUNCTION-EXIT.
           EXIT.

       LIST-ROLES.
           IF NOT WS-ROLE-IS-OPEN
               DISPLAY "(No roles defined - every function is open "
                   "to the authority levels)"
               GO TO LIST-ROLES-EXIT
           END-IF
           MOVE 0 TO WS-ROLE-EOF-FLAG
           MOVE LOW-VALUES TO ROLE-KEY
           START ROLE-FILE KEY IS GREATER THAN ROLE-KEY
               INVALID KEY
                   DISPLAY "(No roles on file)"
                   GO TO LIST-ROLES-EXIT
           END-START
           PERFORM LIST-ONE-ROLE-REC UNTIL WS-ROLE-AT-EOF.
       LIST-ROLES-EXIT.
           EXIT.

       LIST-ONE-ROLE-REC.
           READ ROLE-FILE NEXT
               AT END
                   SET WS-ROLE-AT-EOF TO TRUE
               NOT AT END
                   IF ROLE-FUNC = SPACES
                       DISPLAY SPACES
                       DISPLAY "ROLE " ROLE-CODE "  " ROLE-DESC
                   ELSE
                       PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                           UNTIL WS-FUNC-IDX > FUNC-COUNT
                           OR FUNC-CODE(WS-FUNC-IDX) = ROLE-FUNC
                           CONTINUE
                       END-PERFORM
                       IF WS-FUNC-IDX > FUNC-COUNT
                           DISPLAY "  " ROLE-FUNC "  (not in catalog)"
                       ELSE
                           DISPLAY "  " ROLE-FUNC "  "
                               FUNC-DESC(WS-FUNC-IDX) " "
                               ROLE-GRANT-DT " " ROLE-GRANT-BY
                       END-IF
                   END-IF
           END-READ.

      *    A role still assigned to an operator - by OPER-ROLE, or
      *    as the standard role for the operator's authority level -
      *    cannot be deleted. Retired operators do not count.
       DELETE-ROLE.
           IF NOT WS-ROLE-IS-OPEN
               DISPLAY "(No roles defined)"
               GO TO DELETE-ROLE-EXIT
           END-IF
           DISPLAY "Role code to delete:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ROLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ROLE) TO WS-INPUT-ROLE
           PERFORM CHECK-ROLE-DEFINED THRU CHECK-ROLE-DEFINED-EXIT
           IF NOT WS-ROLE-FOUND
               GO TO DELETE-ROLE-EXIT
           END-IF
           MOVE 0 TO WS-ROLE-IN-USE
           MOVE 0 TO WS-OPER-EOF-FLAG
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS GREATER THAN OPER-ID
               INVALID KEY
                   SET WS-OPER-AT-EOF TO TRUE
           END-START
           PERFORM COUNT-ROLE-USER UNTIL WS-OPER-AT-EOF
           IF WS-ROLE-IN-USE > 0
               DISPLAY "Role " WS-INPUT-ROLE " is assigned to "
                   WS-ROLE-IN-USE " operator(s) - reassign them first."
               GO TO DELETE-ROLE-EXIT
           END-IF
           DISPLAY "Delete role " WS-INPUT-ROLE " and all its grants? "
               "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Delete cancelled."
               GO TO DELETE-ROLE-EXIT
           END-IF
           MOVE 0 TO WS-ROLE-EOF-FLAG
           MOVE WS-INPUT-ROLE TO ROLE-CODE
           MOVE SPACES TO ROLE-FUNC
           START ROLE-FILE KEY IS NOT LESS THAN ROLE-KEY
               INVALID KEY
                   SET WS-ROLE-AT-EOF TO TRUE
           END-START
           PERFORM DELETE-ONE-ROLE-REC UNTIL WS-ROLE-AT-EOF
           DISPLAY "Role " WS-INPUT-ROLE " deleted."
           MOVE "ROLEDEL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "DELETED ROLE " WS-INPUT-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       DELETE-ROLE-EXIT.
           EXIT.

       COUNT-ROLE-USER.
           READ OPERATOR-FILE NEXT
               AT END
                   SET WS-OPER-AT-EOF TO TRUE
               NOT AT END
                   PERFORM RESOLVE-OPER-ROLE
                   IF WS-EFF-ROLE = WS-INPUT-ROLE
                       AND NOT OPER-IS-RETIRED
                       ADD 1 TO WS-ROLE-IN-USE
                   END-IF
           END-READ.

       DELETE-ONE-ROLE-REC.
           READ ROLE-FILE NEXT
               AT END
                   SET WS-ROLE-AT-EOF TO TRUE
               NOT AT END
                   IF ROLE-CODE NOT = WS-INPUT-ROLE
                       SET WS-ROLE-AT-EOF TO TRUE
                   ELSE
                       DELETE ROLE-FILE
                   END-IF
           END-READ.

       LIST-FUNC-CATALOG.
           DISPLAY SPACES
           DISPLAY "CODE      KEY  FUNCTION"
           PERFORM LIST-ONE-FUNC
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > FUNC-COUNT
           DISPLAY "(KEY is the BANKUI menu key; blank for a console "
               "program)".

       LIST-ONE-FUNC.
           DISPLAY FUNC-CODE(WS-FUNC-IDX) "  "
               FUNC-MENU-KEY(WS-FUNC-IDX) "   "
               FUNC-DESC(WS-FUNC-IDX).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLRPT.
      *================================================================*
      * ENTLRPT - Operator Entitlement Review Report                   *
      * On demand, for the annual access review. Lists every operator  *
      * with status, authority level, role and the functions that      *
      * role grants; then every role on ROLES.dat with its grants and  *
      * who made them; then the catalog functions no role grants.      *
      * Flags an operator whose role is not defined (every function    *
      * refused) and a role nobody is assigned. Roles are kept in      *
      * OPERADM. Read-only; report data/ENTLRPT-<date>.txt. Return     *
      * code 4 when an operator's role is undefined.                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-OPER-AT-EOF        VALUE 1.

       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ROLE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ROLE-IS-OPEN       VALUE 1.
       01  WS-ROLE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ROLE-AT-EOF        VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       COPY FUNC-CAT.
       01  WS-FUNC-IDX           PIC 9(3).
      *    Set for each catalog function some role grants. Keep
      *    WS-FUNC-USED-MAX equal to the OCCURS below; it must be at
      *    least FUNC-COUNT from FUNC-CAT.
       01  WS-FUNC-USED-TABLE.
           05  WS-FUNC-USED OCCURS 48 TIMES PIC 9.
       01  WS-FUNC-USED-MAX      PIC 9(3) VALUE 48.

      *--- Roles on file, with the operators assigned to each ---
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 100 TIMES.
               10  WS-RL-CODE        PIC X(8).
               10  WS-RL-USERS       PIC 9(3).
               10  WS-RL-ACTIVE      PIC 9(3).
       01  WS-RL-COUNT           PIC 9(3) VALUE 0.
       01  WS-RL-IDX             PIC 9(3).

       01  WS-EFF-ROLE           PIC X(8).
       01  WS-ROLE-NOTE          PIC X(12).
       01  WS-STATUS-WORD        PIC X(7).
       01  WS-LEVEL-WORD         PIC X(10).
       01  WS-LIST-POS           PIC 9(3).
       01  WS-LIST-FUNCS         PIC 9(3).

       01  WS-OPER-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNDEF-COUNT        PIC 9(5) VALUE 0.
       01  WS-IDLE-ROLE-COUNT    PIC 9(5) VALUE 0.
       01  WS-GRANT-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNUSED-FUNC-COUNT  PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  OPERATOR ENTITLEMENT REVIEW"
           DISPLAY "========================================="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

      *    The catalog has outgrown the grant table - widen
      *    WS-FUNC-USED before running the review.
           IF FUNC-COUNT > WS-FUNC-USED-MAX
               DISPLAY "Function catalog has " FUNC-COUNT
                   " entries, grant table holds " WS-FUNC-USED-MAX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               IF WS-OPER-FILE-MISSING
                   DISPLAY "No operator file - nothing to review."
               ELSE
                   DISPLAY "Error opening operator file: "
                       WS-OPER-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    No role file means roles have not been adopted; the
      *    operators are still listed, with the standard role each
      *    would get.
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-OK
               SET WS-ROLE-IS-OPEN TO TRUE
               PERFORM LOAD-ROLE-TABLE THRU LOAD-ROLE-TABLE-EXIT
           END-IF
           MOVE ZEROS TO WS-FUNC-USED-TABLE

           PERFORM OPEN-RPT-FILE

           MOVE "OPERATORS" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "ID        NAME                  STATUS  LEVEL      "
               TO WS-RPT-LINE
           MOVE "ROLE" TO WS-RPT-LINE(52:)
           PERFORM WRITE-RPT-LINE
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS GREATER THAN OPER-ID
               INVALID KEY
                   MOVE "  (NO OPERATORS ON FILE)" TO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
                   SET WS-OPER-AT-EOF TO TRUE
           END-START
           PERFORM REPORT-NEXT-OPERATOR UNTIL WS-OPER-AT-EOF
           CLOSE OPERATOR-FILE

           IF WS-ROLE-IS-OPEN
               PERFORM REPORT-ROLES THRU REPORT-ROLES-EXIT
               PERFORM REPORT-UNUSED-FUNCS
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPERATORS " WS-OPER-COUNT
               "  ROLE UNDEFINED " WS-UNDEF-COUNT
               "  ROLES UNASSIGNED " WS-IDLE-ROLE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-ROLE-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "ROLES " WS-RL-COUNT
                   "  GRANTS " WS-GRANT-COUNT
                   "  FUNCTIONS GRANTED TO NO ROLE "
                   WS-UNUSED-FUNC-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF

           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           IF WS-ROLE-IS-OPEN
               CLOSE ROLE-FILE
               MOVE 0 TO WS-ROLE-OPEN-FLAG
           END-IF
           IF WS-UNDEF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "========================================="
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/ENTLRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "OPERATOR ENTITLEMENT REVIEW" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               IF NOT WS-ROLE-IS-OPEN
                   MOVE "** NO ROLE FILE - ROLES NOT IN FORCE, EVERY "
                       TO WS-RPT-LINE
                   MOVE "FUNCTION OPEN TO THE AUTHORITY LEVELS **"
                       TO WS-RPT-LINE(45:)
                   PERFORM WRITE-RPT-LINE
               END-IF
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
           END-IF
           DISPLAY WS-RPT-LINE.

      *    One table row per role header on file.
       LOAD-ROLE-TABLE.
           MOVE 0 TO WS-ROLE-EOF-FLAG
           MOVE LOW-VALUES TO ROLE-KEY
           START ROLE-FILE KEY IS GREATER THAN ROLE-KEY
               INVALID KEY
                   GO TO LOAD-ROLE-TABLE-EXIT
           END-START
           PERFORM LOAD-NEXT-ROLE UNTIL WS-ROLE-AT-EOF.
       LOAD-ROLE-TABLE-EXIT.
           EXIT.

       LOAD-NEXT-ROLE.
           READ ROLE-FILE NEXT
               AT END
                   SET WS-ROLE-AT-EOF TO TRUE
               NOT AT END
                   IF ROLE-FUNC = SPACES AND WS-RL-COUNT < 100
                       ADD 1 TO WS-RL-COUNT
                       MOVE ROLE-CODE TO WS-RL-CODE(WS-RL-COUNT)
                       MOVE ZEROS TO WS-RL-USERS(WS-RL-COUNT)
                       MOVE ZEROS TO WS-RL-ACTIVE(WS-RL-COUNT)
                   END-IF
           END-READ.

       REPORT-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END
                   SET WS-OPER-AT-EOF TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-OPERATOR
                       THRU REPORT-ONE-OPERATOR-EXIT
           END-READ.

       REPORT-ONE-OPERATOR.
           ADD 1 TO WS-OPER-COUNT
           MOVE OPER-ROLE TO WS-EFF-ROLE
           MOVE SPACES TO WS-ROLE-NOTE
           IF WS-EFF-ROLE = SPACES OR WS-EFF-ROLE = LOW-VALUES
               MOVE "(STANDARD)" TO WS-ROLE-NOTE
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-EFF-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-EFF-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-EFF-ROLE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN OPER-IS-ACTIVE  MOVE "ACTIVE"  TO WS-STATUS-WORD
               WHEN OPER-IS-LOCKED  MOVE "LOCKED"  TO WS-STATUS-WORD
               WHEN OPER-IS-RETIRED MOVE "RETIRED" TO WS-STATUS-WORD
               WHEN OTHER           MOVE "?"       TO WS-STATUS-WORD
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPER-IS-SUPERVISOR
                   MOVE "SUPERVISOR" TO WS-LEVEL-WORD
               WHEN OPER-IS-TRAINEE
                   MOVE "TRAINEE" TO WS-LEVEL-WORD
               WHEN OTHER
                   MOVE "TELLER" TO WS-LEVEL-WORD
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING OPER-ID "  " OPER-NAME "  " WS-STATUS-WORD " "
               WS-LEVEL-WORD " " WS-EFF-ROLE " " WS-ROLE-NOTE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING

           IF NOT WS-ROLE-IS-OPEN
               PERFORM WRITE-RPT-LINE
               GO TO REPORT-ONE-OPERATOR-EXIT
           END-IF
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               OR WS-RL-CODE(WS-RL-IDX) = WS-EFF-ROLE
               CONTINUE
           END-PERFORM
           IF WS-RL-IDX > WS-RL-COUNT
               MOVE "** ROLE NOT DEFINED **" TO WS-RPT-LINE(75:)
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-UNDEF-COUNT
               GO TO REPORT-ONE-OPERATOR-EXIT
           END-IF
           ADD 1 TO WS-RL-USERS(WS-RL-IDX)
           IF OPER-IS-ACTIVE
               ADD 1 TO WS-RL-ACTIVE(WS-RL-IDX)
           END-IF
           PERFORM WRITE-RPT-LINE

      *    The grants follow the header, eight codes to a line.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 0 TO WS-LIST-FUNCS
           MOVE 13 TO WS-LIST-POS
           MOVE 0 TO WS-ROLE-EOF-FLAG
           MOVE WS-EFF-ROLE TO ROLE-CODE
           MOVE SPACES TO ROLE-FUNC
           START ROLE-FILE KEY IS GREATER THAN ROLE-KEY
               INVALID KEY
                   SET WS-ROLE-AT-EOF TO TRUE
           END-START
           PERFORM LIST-NEXT-OPER-FUNC UNTIL WS-ROLE-AT-EOF
           IF WS-LIST-FUNCS = 0
               MOVE "  (NO FUNCTIONS GRANTED)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               IF WS-LIST-POS > 13
                   MOVE "  FUNCTIONS" TO WS-RPT-LINE(1:11)
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.
       REPORT-ONE-OPERATOR-EXIT.
           EXIT.

       LIST-NEXT-OPER-FUNC.
           READ ROLE-FILE NEXT
               AT END
                   SET WS-ROLE-AT-EOF TO TRUE
               NOT AT END
                   IF ROLE-CODE NOT = WS-EFF-ROLE
                       SET WS-ROLE-AT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-FUNCS
                       MOVE ROLE-FUNC TO WS-RPT-LINE(WS-LIST-POS:8)
                       ADD 9 TO WS-LIST-POS
                       IF WS-LIST-POS > 85
                           MOVE "  FUNCTIONS" TO WS-RPT-LINE(1:11)
                           PERFORM WRITE-RPT-LINE
                           MOVE SPACES TO WS-RPT-LINE
                           MOVE 13 TO WS-LIST-POS
                       END-IF
                   END-IF
           END-READ.

       REPORT-ROLES.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "ROLES" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-ROLE-EOF-FLAG
           MOVE LOW-VALUES TO ROLE-KEY
           START ROLE-FILE KEY IS GREATER THAN ROLE-KEY
               INVALID KEY
                   MOVE "  (NO ROLES ON FILE)" TO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
                   GO TO REPORT-ROLES-EXIT
           END-START
           PERFORM REPORT-NEXT-ROLE-REC UNTIL WS-ROLE-AT-EOF.
       REPORT-ROLES-EXIT.
           EXIT.

       REPORT-NEXT-ROLE-REC.
           READ ROLE-FILE NEXT
               AT END
                   SET WS-ROLE-AT-EOF TO TRUE
               NOT AT END
                   IF ROLE-FUNC = SPACES
                       PERFORM REPORT-ROLE-HEADER
                   ELSE
                       PERFORM REPORT-ROLE-GRANT
                   END-IF
           END-READ.

       REPORT-ROLE-HEADER.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               OR WS-RL-CODE(WS-RL-IDX) = ROLE-CODE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING ROLE-CODE "  " ROLE-DESC "  ADDED " ROLE-GRANT-DT
               " BY " ROLE-GRANT-BY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RL-IDX > WS-RL-COUNT
               MOVE "  OPERATORS ?" TO WS-RPT-LINE
           ELSE
               STRING "  OPERATORS " WS-RL-USERS(WS-RL-IDX)
                   "  ACTIVE " WS-RL-ACTIVE(WS-RL-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               IF WS-RL-USERS(WS-RL-IDX) = 0
                   MOVE "** NO OPERATORS ASSIGNED **"
                       TO WS-RPT-LINE(40:)
                   ADD 1 TO WS-IDLE-ROLE-COUNT
               END-IF
           END-IF
           PERFORM WRITE-RPT-LINE.

       REPORT-ROLE-GRANT.
           ADD 1 TO WS-GRANT-COUNT
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > FUNC-COUNT
               OR FUNC-CODE(WS-FUNC-IDX) = ROLE-FUNC
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FUNC-IDX > FUNC-COUNT
               STRING "    " ROLE-FUNC "  ** NOT IN FUNCTION CATALOG **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE 1 TO WS-FUNC-USED(WS-FUNC-IDX)
               STRING "    " ROLE-FUNC "  " FUNC-DESC(WS-FUNC-IDX)
                   "  GRANTED " ROLE-GRANT-DT " BY " ROLE-GRANT-BY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

       REPORT-UNUSED-FUNCS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "FUNCTIONS GRANTED TO NO ROLE" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM REPORT-ONE-UNUSED-FUNC
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > FUNC-COUNT
           IF WS-UNUSED-FUNC-COUNT = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       REPORT-ONE-UNUSED-FUNC.
           IF WS-FUNC-USED(WS-FUNC-IDX) = 0
               ADD 1 TO WS-UNUSED-FUNC-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " FUNC-CODE(WS-FUNC-IDX) "  "
                   FUNC-DESC(WS-FUNC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

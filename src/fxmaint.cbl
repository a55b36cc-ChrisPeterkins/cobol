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
       FD  FX-FILE.
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-FX-STATUS          PIC XX.
           88  WS-FX-OK              VALUE "00".
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-OPER-SIGNED-FLAG   PIC 9 VALUE 0.
           88  WS-OPERATOR-SIGNED-ON VALUE 1.

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
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
           DISPLAY "========================================="
           DISPLAY "  FX RATE TABLE MAINTENANCE"
           DISPLAY "========================================="
           PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT
           IF NOT WS-OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           PERFORM OPEN-FX-FILE
           IF NOT WS-FILE-IS-OPEN
               DISPLAY "FATAL: Cannot open FX rate file."
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

      *    Any active operator signs on with ID and PIN, and the
      *    operator's role must grant this program. With no operator
      *    file (a fresh install) the session runs as UNKNOWN, as
      *    BANKUI's login does.
       OPERATOR-SIGNON.
           MOVE 0 TO WS-OPER-SIGNED-FLAG
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
               SET WS-OPERATOR-SIGNED-ON TO TRUE
               GO TO OPERATOR-SIGNON-EXIT
           END-IF
           DISPLAY "Operator ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO OPERATOR-SIGNON-CLOSE
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           END-IF
           MOVE "FXMAINT" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-OPERATOR-SIGNED-ON TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       OPERATOR-SIGNON-CLOSE.
           CLOSE OPERATOR-FILE.
       OPERATOR-SIGNON-EXIT.
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

      *    The refusal goes to the audit log with no account number,
      *    the log opened for the one record.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
           END-IF
           SET WS-ENT-LOG-OPENED TO TRUE
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

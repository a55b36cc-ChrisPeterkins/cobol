               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
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
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS        PIC XX.
           88  WS-DISP-OK            VALUE "00".
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN      VALUE 1.

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
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
                   THRU AGING-REPORT-EXIT
               WHEN WS-QUIT            CONTINUE
               WHEN OTHER              DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the selected action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           IF WS-ACCT-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

           IF DISP-PROV-TXN-ID = ZEROS
               PERFORM CREDIT-CASE-AMOUNT THRU CREDIT-CASE-AMOUNT-EXIT
      *        An account held at another terminal leaves the case
      *        open so the resolution can simply be retried.
               IF WS-ACCT-LOCKED
                   GO TO RESOLVE-IN-FAVOR-EXIT
               END-IF
           END-IF

           PERFORM GET-CURRENT-DATETIME
               GO TO CREDIT-CASE-AMOUNT-EXIT
           END-IF
           MOVE DISP-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "WARNING: Account vanished."
                   GO TO CREDIT-CASE-AMOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO CREDIT-CASE-AMOUNT-EXIT
           END-IF
           ADD DISP-PROV-AMT TO ACCT-BAL
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
                       "reverse the credit by hand."
               ELSE
                   MOVE DISP-ACCT-NO TO ACCT-NO
                   READ ACCT-FILE WITH LOCK
                       INVALID KEY
                           DISPLAY "WARNING: Account vanished."
                       NOT INVALID KEY
                                   "the account."
                           END-IF
                   END-READ
                   IF WS-ACCT-LOCKED
                       DISPLAY "Account in use at another terminal - "
                           "retry."
                       GO TO RESOLVE-AGAINST-EXIT
                   END-IF
               END-IF
           END-IF

                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "DISPMGR" TO WS-ENT-FUNC
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

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK

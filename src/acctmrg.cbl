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

           SELECT DISP-FILE
               ASSIGN TO "data/DISPUTES.dat"
               ORGANIZATION IS INDEXED
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  DISP-FILE.
       COPY DISP-REC.

           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-EOF           VALUE "10".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
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
           ACCEPT WS-INPUT-SURV
           MOVE FUNCTION NUMVAL(WS-INPUT-SURV) TO WS-SURV-ACCT
           MOVE WS-SURV-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Surviving account not found."
                   CLOSE ACCT-FILE
                   STOP RUN
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Surviving account in use at another terminal - "
                   "retry."
               CLOSE ACCT-FILE
               STOP RUN
           END-IF
           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Surviving account is not active."
               CLOSE ACCT-FILE
               STOP RUN
           END-IF
           MOVE WS-MERG-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Merging account not found."
                   CLOSE ACCT-FILE
                   STOP RUN
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Merging account in use at another terminal - "
                   "retry."
               CLOSE ACCT-FILE
               STOP RUN
           END-IF
           IF ACCT-IS-CLOSED
               DISPLAY "Merging account is already closed."
               CLOSE ACCT-FILE
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-LINKED-ACCT = WS-MERG-ACCT
                       PERFORM REPOINT-LOCKED-LINK
                   END-IF
           END-READ.

      *    The pass reads without locks; a matching account is
      *    re-read WITH LOCK so the re-point cannot overwrite a
      *    posting made at a terminal since the pass read it.
       REPOINT-LOCKED-LINK.
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "  WARNING: Account " ACCT-NO " in use at "
                   "another terminal - re-point its link by hand"
           ELSE
               MOVE WS-SURV-ACCT TO ACCT-LINKED-ACCT
               REWRITE ACCT-REC
               IF WS-ACCT-OK
                   ADD 1 TO WS-LINK-REPOINTED
               ELSE
                   DISPLAY "  WARNING: Could not re-point "
                       "link on account " ACCT-NO
               END-IF
               UNLOCK ACCT-FILE
           END-IF.

      *    Merging accounts moves a full balance and closes the donor,
      *    so only an active, PIN-verified supervisor gets in -
      *    same sign-on OPERADM and PARMMNT use.
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "ACCTMRG" TO WS-ENT-FUNC
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

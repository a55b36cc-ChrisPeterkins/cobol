      * every ACCT-CUST-NO and LOAN-CUST-NO reference to the           *
      * survivor, carries the better (non-blank) address and contact   *
      * details forward, closes the merged record, and audits the      *
      * whole operation. A marketing opt-out on either record stays    *
      * with the survivor.                                             *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LOAN-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT AUDIT-FILE
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
       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
           88  WS-CUST-FILE-MISSING  VALUE "35".
           88  WS-CUST-LOCKED        VALUE "51".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
           88  WS-LOAN-LOCKED        VALUE "51".
       01  WS-LOAN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LOAN-IS-OPEN       VALUE 1.

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
       01  WS-MERG-ZIP           PIC X(10).
       01  WS-MERG-PHONE         PIC X(12).
       01  WS-MERG-TAXID         PIC X(11).
       01  WS-MERG-RETMAIL-FLAG  PIC X(1).
       01  WS-MERG-RETMAIL-DT    PIC 9(8).
       01  WS-MERG-CONTACT-OPT   PIC X(1).
       01  WS-MERG-CONTACT-DT    PIC 9(8).

       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.
           ACCEPT WS-INPUT-SURV
           MOVE FUNCTION NUMVAL(WS-INPUT-SURV) TO WS-SURV-CUST
           MOVE WS-SURV-CUST TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Surviving customer not found."
                   CLOSE CUST-FILE
                   STOP RUN
           END-READ
           IF WS-CUST-LOCKED
               DISPLAY "Surviving customer in use at another "
                   "terminal - retry."
               CLOSE CUST-FILE
               STOP RUN
           END-IF
           IF NOT CUST-IS-ACTIVE
               DISPLAY "Surviving customer is not active."
               CLOSE CUST-FILE
               STOP RUN
           END-IF
           MOVE WS-MERG-CUST TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Merging customer not found."
                   CLOSE CUST-FILE
                   STOP RUN
           END-READ
           IF WS-CUST-LOCKED
               DISPLAY "Merging customer in use at another "
                   "terminal - retry."
               CLOSE CUST-FILE
               STOP RUN
           END-IF
           IF CUST-IS-CLOSED
               DISPLAY "Merging customer is already closed."
               CLOSE CUST-FILE
           MOVE CUST-ZIP        TO WS-MERG-ZIP
           MOVE CUST-PHONE      TO WS-MERG-PHONE
           MOVE CUST-TAX-ID     TO WS-MERG-TAXID
           MOVE CUST-RETMAIL-FLAG TO WS-MERG-RETMAIL-FLAG
           MOVE CUST-RETMAIL-DT TO WS-MERG-RETMAIL-DT
           MOVE CUST-CONTACT-OPT TO WS-MERG-CONTACT-OPT
           MOVE CUST-CONTACT-DT TO WS-MERG-CONTACT-DT

           DISPLAY SPACES
           DISPLAY "Merge " WS-MERG-CUST " into " WS-SURV-CUST
               MOVE WS-MERG-CITY  TO CUST-CITY
               MOVE WS-MERG-STATE TO CUST-STATE
               MOVE WS-MERG-ZIP   TO CUST-ZIP
      *        The address brings its returned-mail standing.
               MOVE WS-MERG-RETMAIL-FLAG TO CUST-RETMAIL-FLAG
               MOVE WS-MERG-RETMAIL-DT TO CUST-RETMAIL-DT
           END-IF
           IF CUST-PHONE = SPACES
               MOVE WS-MERG-PHONE TO CUST-PHONE
           IF CUST-TAX-ID = SPACES
               MOVE WS-MERG-TAXID TO CUST-TAX-ID
           END-IF
      *    The person asked not to be marketed to under whichever
      *    number; the request is not lost in the merge.
           IF WS-MERG-CONTACT-OPT = "N" AND NOT CUST-NO-CONTACT
               MOVE WS-MERG-CONTACT-OPT TO CUST-CONTACT-OPT
               MOVE WS-MERG-CONTACT-DT TO CUST-CONTACT-DT
           END-IF
           REWRITE CUST-REC
           IF NOT WS-CUST-OK
               DISPLAY "FATAL: Could not update the survivor - "
               NOT AT END
                   IF ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO = WS-MERG-CUST
                       PERFORM REPOINT-LOCKED-ACCOUNT
                   END-IF
           END-READ.

      *    The pass reads without locks; a matching account is
      *    re-read WITH LOCK so the re-point cannot overwrite a
      *    posting made at a terminal since the pass read it.
       REPOINT-LOCKED-ACCOUNT.
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "  WARNING: Account " ACCT-NO " in use at "
                   "another terminal - re-point by hand"
           ELSE
               MOVE WS-SURV-CUST TO ACCT-CUST-NO
               REWRITE ACCT-REC
               IF WS-ACCT-OK
                   ADD 1 TO WS-ACCT-REPOINTED
               ELSE
                   DISPLAY "  WARNING: Could not re-point "
                       "account " ACCT-NO
               END-IF
               UNLOCK ACCT-FILE
           END-IF.

       REPOINT-LOAN-LINKS.
           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-OK
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   IF LOAN-CUST-NO = WS-MERG-CUST
                       PERFORM REPOINT-LOCKED-LOAN
                   END-IF
           END-READ.

       REPOINT-LOCKED-LOAN.
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "  WARNING: Loan " LOAN-NO " in use at "
                   "another terminal - re-point by hand"
           ELSE
               MOVE WS-SURV-CUST TO LOAN-CUST-NO
               REWRITE LOAN-REC
               IF WS-LOAN-OK
                   ADD 1 TO WS-LOAN-REPOINTED
               ELSE
                   DISPLAY "  WARNING: Could not re-point "
                       "loan " LOAN-NO
               END-IF
               UNLOCK LOAN-FILE
           END-IF.

      *    Merging customers re-points every account and loan, so
      *    only an active, PIN-verified supervisor gets in - same
      *    sign-on ACCTMRG and OPERADM use.
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "CUSTMRG" TO WS-ENT-FUNC
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

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

           SELECT TXN-FILE
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
           88  WS-ACCT-NOT-FOUND     VALUE "23".
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
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
                   THRU DISBURSE-ESTATE-EXIT
               WHEN WS-QUIT         CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the selected action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           UNLOCK CUST-FILE
           UNLOCK ACCT-FILE.

      *    Recording the date stops withdrawals through every
      *    posting path while deposits keep landing - the funeral-
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUSTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-CUSTNO) TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Customer not found."
                   GO TO RECORD-DEATH-EXIT
           END-READ
           IF WS-CUST-LOCKED
               DISPLAY "Customer in use at another terminal - "
                   "retry."
               GO TO RECORD-DEATH-EXIT
           END-IF
           DISPLAY "Holder: " CUST-NAME
           IF CUST-DECEASED-DT NUMERIC
               AND CUST-DECEASED-DT > ZEROS
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO RECORD-POD-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO RECORD-POD-EXIT
           END-IF
           IF ACCT-POD-NAME NOT = SPACES
               DISPLAY "Current POD beneficiary: " ACCT-POD-NAME
           END-IF
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO DISBURSE-ESTATE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO DISBURSE-ESTATE-EXIT
           END-IF
           IF ACCT-IS-CLOSED
               DISPLAY "Account is already closed."
               GO TO DISBURSE-ESTATE-EXIT
                   GO TO DISBURSE-ESTATE-EXIT
           END-READ

      *    Funds restrained under open legal orders or pledged as
      *    loan collateral do not pass to the estate - they stay
      *    behind for LGLMGR to remit or LOANMGR to release. A
      *    restraint covering the whole balance stops the
      *    disbursement.
           MOVE ZEROS TO WS-LEGAL-SAVE
           IF ACCT-LEGAL-AMT NUMERIC
               MOVE ACCT-LEGAL-AMT TO WS-LEGAL-SAVE
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               ADD ACCT-PLEDGE-AMT TO WS-LEGAL-SAVE
           END-IF
           IF WS-LEGAL-SAVE > ZEROS
               AND WS-LEGAL-SAVE >= ACCT-BAL
               DISPLAY "A legal restraint or loan pledge covers "
                   "the balance - release it in LGLMGR or "
                   "LOANMGR first."
               GO TO DISBURSE-ESTATE-EXIT
           END-IF

           DISPLAY "Final interest: " WS-DISP-AMT
           IF WS-LEGAL-SAVE > ZEROS
               MOVE WS-LEGAL-SAVE TO WS-DISP-AMT
               DISPLAY "Restrained:     " WS-DISP-AMT
                   " (stays on the account)"
           END-IF
           MOVE WS-PAYOUT-AMT TO WS-DISP-AMT
           MOVE ZEROS TO WS-TARGET-ACCT
           IF WS-INPUT-ACCTNO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Target account not found."
                       GO TO DISBURSE-ESTATE-EXIT
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "Account in use at another terminal - "
                       "retry."
                   GO TO DISBURSE-ESTATE-EXIT
               END-IF
               IF NOT ACCT-IS-ACTIVE
                   DISPLAY "Target account is not active."
                   GO TO DISBURSE-ESTATE-EXIT
                   THRU LOG-FINAL-INTEREST-EXIT
           END-IF
      *    The restrained remainder stays on the account, which
      *    then cannot close until LGLMGR remits or releases it
      *    (or LOANMGR releases the pledge).
           SUBTRACT WS-PAYOUT-AMT FROM ACCT-BAL
           MOVE ZEROS TO ACCT-HOLD-AMT
           IF WS-LEGAL-SAVE = ZEROS
               DISPLAY "Estate disbursement posted - account "
                   WS-DISB-ACCT " stays open holding the"
               DISPLAY "restrained funds until the legal order "
                   "or loan pledge is released."
           END-IF
           IF WS-TARGET-ACCT = ZEROS
               DISPLAY "Issue the payout as an official check "
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "ESTDISB" TO WS-ENT-FUNC
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

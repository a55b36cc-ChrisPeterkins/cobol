      * teller reversal uses), and a before/after balance report is    *
      * written for the supervisor who ordered the back-out. The run   *
      * record is marked backed out so it cannot be run twice.         *
      * A run that also moved loans (PAYIN's loan credits, LOANAUTO's  *
      * autopay) leaves its loan legs on the loan activity journal     *
      * (LOANTXN.dat): the split, due date, accrual relief and any     *
      * collateral released on payoff cannot be undone mechanically,   *
      * so those legs are listed on the report and the console for     *
      * loan servicing to correct by hand.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CTRL-FILE
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
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-RUNH-STATUS        PIC XX.
           88  WS-RUNH-OK            VALUE "00".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-EOF           VALUE "10".
       01  WS-LNTX-COUNT         PIC 9(5) VALUE 0.
       01  WS-LNTX-TOTAL         PIC S9(11)V99 VALUE ZEROS.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
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
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               PERFORM BACK-OUT-ONE-ENTRY THRU BACK-OUT-ONE-ENTRY-EXIT
               UNLOCK ACCT-FILE
           END-PERFORM
           CLOSE TXN-FILE
           MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF.

       MAIN-PROGRAM-SUMMARY.
           PERFORM LIST-RUN-LOAN-LEGS THRU LIST-RUN-LOAN-LEGS-EXIT
           DISPLAY SPACES
           DISPLAY "  Entries backed out: " WS-REVERSED-COUNT
           MOVE WS-REVERSED-TOTAL TO WS-DISP-AMT
               DISPLAY "  WARNING: " WS-ERROR-COUNT " entries "
                   "could not be fully backed out."
           END-IF
           IF WS-LNTX-COUNT > ZEROS
               MOVE WS-LNTX-TOTAL TO WS-DISP-AMT
               DISPLAY "  WARNING: " WS-LNTX-COUNT " loan entries "
                   "(" WS-DISP-AMT ") NOT backed out -"
               DISPLAY "  correct those loans by hand in LOANMGR."
           END-IF
           DISPLAY "========================================="
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
       COLLECT-THIS-TXN-EXIT.
           EXIT.

      *    The run's legs on the loan activity journal are left as
      *    posted and listed for loan servicing. A site with no loan
      *    journal has nothing to list.
       LIST-RUN-LOAN-LEGS.
           OPEN INPUT LNTX-FILE
           IF NOT WS-LNTX-OK
               GO TO LIST-RUN-LOAN-LEGS-EXIT
           END-IF
           PERFORM LIST-NEXT-LOAN-LEG UNTIL WS-LNTX-EOF
           CLOSE LNTX-FILE
           IF WS-LNTX-COUNT = ZEROS
               GO TO LIST-RUN-LOAN-LEGS-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-LNTX-TOTAL TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-LNTX-COUNT " LOAN ENTRIES TOTAL "
               WS-DISP-AMT " - NOT BACKED OUT, CORRECT BY HAND "
               "IN LOANMGR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       LIST-RUN-LOAN-LEGS-EXIT.
           EXIT.

       LIST-NEXT-LOAN-LEG.
           READ LNTX-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LNTX-RUN-ID NUMERIC
                       AND LNTX-RUN-ID = WS-TARGET-RUN
                       AND LNTX-AMOUNT > ZEROS
                       PERFORM LIST-THIS-LOAN-LEG
                   END-IF
           END-READ.

       LIST-THIS-LOAN-LEG.
           IF WS-LNTX-COUNT = ZEROS
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "LOAN ACTIVITY OF THE RUN - NOT BACKED OUT"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           ADD 1 TO WS-LNTX-COUNT
           ADD LNTX-AMOUNT TO WS-LNTX-TOTAL
           MOVE LNTX-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOAN " LNTX-LOAN-NO " " LNTX-DATE
               " " LNTX-CATEGORY " " WS-DISP-AMT
               " ACCT " LNTX-ACCT-NO " " LNTX-SOURCE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  LOAN " LNTX-LOAN-NO " " LNTX-CATEGORY
               " " WS-DISP-AMT " left as posted".

      *    Applies the opposite balance effect of one original entry
      *    and appends its reversal record, reporting the account's
      *    balance before and after - the same semantics as the
      *    teller's single-entry reversal.
       BACK-OUT-ONE-ENTRY.
           MOVE WS-REV-ACCT-NO(WS-REV-IDX) TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "  WARNING: Account "
                       WS-REV-ACCT-NO(WS-REV-IDX)
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO BACK-OUT-ONE-ENTRY-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "  WARNING: Account "
                   WS-REV-ACCT-NO(WS-REV-IDX)
                   " in use at another terminal - entry "
                   WS-REV-ORIG-ID(WS-REV-IDX) " skipped."
               ADD 1 TO WS-ERROR-COUNT
               GO TO BACK-OUT-ONE-ENTRY-EXIT
           END-IF
           MOVE ACCT-BAL TO WS-BAL-BEFORE

           EVALUATE WS-REV-TYPE(WS-REV-IDX)
           IF WS-REV-TYPE(WS-REV-IDX) = "T"
               AND WS-REV-XFER-ACCT(WS-REV-IDX) > ZEROS
               MOVE WS-REV-XFER-ACCT(WS-REV-IDX) TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "  WARNING: Transfer target "
                           WS-REV-XFER-ACCT(WS-REV-IDX)
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "  WARNING: Transfer target "
                       WS-REV-XFER-ACCT(WS-REV-IDX)
                       " in use at another terminal - adjust "
                       "by hand."
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           PERFORM WRITE-REVERSAL-TXN
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "RUNBACK" TO WS-ENT-FUNC
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

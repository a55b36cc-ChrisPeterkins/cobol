      * threshold. For each one the operator may Approve (applies the  *
      * balance change and marks it Complete "C"), Reject (marks it    *
      * Failed "F", no balance change), or Skip (leave Pending).       *
      * An entry whose effective date falls in an accounting period    *
      * PERCLOSE has closed is not offered - it stays Pending until a  *
      * supervisor reopens the period.                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT PERD-FILE
               ASSIGN TO "data/PERIODS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  PERD-FILE.
       COPY PERD-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.

      *--- Accounting periods closed by PERCLOSE. An entry dated
      *    inside one is not applied; the period file is opened
      *    only for the check. ---
       01  WS-PERD-STATUS        PIC XX.
           88  WS-PERD-OK            VALUE "00".
       01  WS-PERD-CHECK-DATE    PIC 9(8).
       01  WS-PERD-CLOSED-FLAG   PIC 9 VALUE 0.
           88  WS-PERIOD-IS-CLOSED   VALUE 1.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
      *    transaction. WS-FEE-IDX selects the queue entry.
       APPLY-QUEUED-FEE.
           MOVE WS-FEE-ACCT-NO(WS-FEE-IDX) TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "WARNING: Could not apply wire fee - "
                       "account " WS-FEE-ACCT-NO(WS-FEE-IDX)
                       " vanished."
                   GO TO APPLY-QUEUED-FEE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "WARNING: Could not apply wire fee - "
                   "account " WS-FEE-ACCT-NO(WS-FEE-IDX)
                   " in use at another terminal - post it by "
                   "hand."
               GO TO APPLY-QUEUED-FEE-EXIT
           END-IF
           SUBTRACT WS-FEE-AMOUNT(WS-FEE-IDX) FROM ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "WARNING: Could not apply wire fee - "
           MOVE 0 TO WS-SWEEP-DONE-FLAG

           MOVE WS-SWEEP-LINKED-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-IS-ACTIVE
                           AND NOT WS-ACCT-LOCKED
                           AND ACCT-BAL >= WS-SWEEP-SHORTFALL
                           AND ACCT-CURRENCY = WS-SWEEP-CHK-CURRENCY
                       SUBTRACT WS-SWEEP-SHORTFALL FROM ACCT-BAL
                   IF TXN-IS-PENDING
                       PERFORM REVIEW-PENDING-TXN
                           THRU REVIEW-PENDING-TXN-EXIT
                       UNLOCK ACCT-FILE
                   END-IF
           END-READ.

               DISPLAY "  To Account:  " TXN-XFER-ACCT
           END-IF

      *    A pending entry dated inside a closed period would land
      *    in books that have already gone out; it waits, pending,
      *    for the period to be reopened.
           IF TXN-EFF-DATE NUMERIC AND TXN-EFF-DATE > ZEROS
               MOVE TXN-EFF-DATE TO WS-PERD-CHECK-DATE
           ELSE
               MOVE TXN-DATE TO WS-PERD-CHECK-DATE
           END-IF
           PERFORM CHECK-PERIOD-CLOSED THRU CHECK-PERIOD-CLOSED-EXIT
           IF WS-PERIOD-IS-CLOSED
               DISPLAY "  Effective " WS-PERD-CHECK-DATE " falls in "
                   "a closed accounting period - left pending "
                   "until a supervisor reopens it."
               MOVE "S" TO WS-CHOICE
           ELSE
               DISPLAY "Approve, Reject, or Skip? (A/R/S)"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-CHOICE
           END-IF

           EVALUATE TRUE
               WHEN WS-APPROVE
       REVIEW-PENDING-TXN-EXIT.
           EXIT.

      *    Sets WS-PERIOD-IS-CLOSED when WS-PERD-CHECK-DATE falls in
      *    an accounting period PERCLOSE has closed. No period file
      *    means no period has been closed yet.
       CHECK-PERIOD-CLOSED.
           MOVE 0 TO WS-PERD-CLOSED-FLAG
           OPEN INPUT PERD-FILE
           IF NOT WS-PERD-OK
               GO TO CHECK-PERIOD-CLOSED-EXIT
           END-IF
           MOVE WS-PERD-CHECK-DATE(1:6) TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERD-IS-CLOSED
                       SET WS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
           END-READ
           CLOSE PERD-FILE.
       CHECK-PERIOD-CLOSED-EXIT.
           EXIT.

      *    Applies the balance effect for the transaction type, then
      *    marks the TXN-REC Complete. Relies on the REWRITE-after-READ
      *    semantics GnuCOBOL provides for a sequential file opened I-O.

       APPLY-DEPOSIT-EFFECT.
           MOVE TXN-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Account " TXN-ACCT-NO
                       " not found - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-DEPOSIT-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-ACCT-NO
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-DEPOSIT-EFFECT-EXIT
           END-IF

           ADD TXN-AMOUNT TO ACCT-BAL
               ON SIZE ERROR

       APPLY-WITHDRAWAL-EFFECT.
           MOVE TXN-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Account " TXN-ACCT-NO
                       " not found - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-WITHDRAWAL-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-ACCT-NO
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-WITHDRAWAL-EFFECT-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account " TXN-ACCT-NO
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
      *    no money moved.
       APPLY-FX-OUT-EFFECT.
           MOVE TXN-XFER-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Target account " TXN-XFER-ACCT
                       " not found - pair declined."
                   SET WS-TXN-DECLINED TO TRUE
                   GO TO APPLY-FX-OUT-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-XFER-ACCT
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-FX-OUT-EFFECT-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Target account " TXN-XFER-ACCT
                   " is no longer active - pair declined."

       APPLY-TRANSFER-EFFECT.
           MOVE TXN-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Source account " TXN-ACCT-NO
                       " not found - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-ACCT-NO
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Source account " TXN-ACCT-NO
      *    Validate the target before touching the source balance,
      *    same order TXNPROC's PROCESS-TRANSFER uses.
           MOVE TXN-XFER-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "CRITICAL: Target account "
                       TXN-XFER-ACCT " vanished - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-XFER-ACCT
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Target account " TXN-XFER-ACCT
           END-IF

           MOVE TXN-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Source account " TXN-ACCT-NO
                       " not found - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-ACCT-NO
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-IF

           MOVE ACCT-BAL TO WS-AVAIL-BAL
           IF ACCT-HOLD-AMT NUMERIC
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
                   GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-SUBTRACT

           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Could not update source account "
           END-IF

           MOVE TXN-XFER-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "CRITICAL: Target account "
                       TXN-XFER-ACCT " vanished - cannot approve."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " TXN-XFER-ACCT
                   " in use at another terminal - left pending."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO APPLY-TRANSFER-EFFECT-EXIT
           END-IF

           ADD TXN-AMOUNT TO ACCT-BAL
               ON SIZE ERROR
       APPLY-TRANSFER-EFFECT-EXIT.
           EXIT.

      *    Counts a convenience withdrawal against a savings or
      *    money-market account's monthly limit, restarting the
      *    count when the month has changed. Expects ACCT-REC to
      *    hold the account being debited; the nightly XWDFEE step
      *    charges the items over the limit.
       COUNT-CONVENIENCE-DEBIT.
           IF ACCT-IS-SAVINGS OR ACCT-IS-MMKT
               IF ACCT-XWD-MONTH NOT NUMERIC
                   OR ACCT-XWD-MONTH NOT = WS-TODAY-DATE(1:6)
                   MOVE WS-TODAY-DATE(1:6) TO ACCT-XWD-MONTH
                   MOVE ZEROS TO ACCT-XWD-COUNT
                   MOVE ZEROS TO ACCT-XWD-CHARGED
               END-IF
               IF ACCT-XWD-COUNT NOT NUMERIC
                   MOVE ZEROS TO ACCT-XWD-COUNT
               END-IF
               IF ACCT-XWD-COUNT < 999
                   ADD 1 TO ACCT-XWD-COUNT
               END-IF
           END-IF.

       APPLY-REJECTED-TXN.
           MOVE "F" TO TXN-STATUS
           REWRITE TXN-REC

      * TXNPROC - Transaction Processor                                *
      * Interactive program for deposits, withdrawals, and transfers.  *
      * Updates account balances and logs transactions.                *
      * Checks drawn on other banks in a deposit are keyed item by     *
      * item - drawee routing number, serial and amount - and written  *
      * to the deposited check item register (data/CASHITEM.dat)       *
      * against the deposit's journal entry and hold, for the CASHLTR  *
      * cash letter, as the BANKUI teller deposit does.                *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLTR-FILE
               ASSIGN TO "data/CASHITEM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLTR-ITEM-ID
               FILE STATUS IS WS-CLTR-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT MEMO-FILE
               ASSIGN TO "data/ACCTMEMO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLD-REC.

       FD  CLTR-FILE.
       COPY CLTR-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  ALERT-FILE.
       COPY ALERT-REC.

       FD  MEMO-FILE.
       COPY MEMO-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.


       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
       01  WS-CFG-HOLD-LARGE-AMT PIC 9(7)V99 VALUE 5000.00.
       01  WS-CFG-HOLD-DAYS-LARGE PIC 9(2) VALUE 3.

      *--- Overdraft item fee, charged when a withdrawal or transfer
      *    leaves the account below zero, up to a daily cap. ---
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-ACCT-NO       PIC 9(8).
       01  WS-IFEE-AMT           PIC 9(5)V99 VALUE ZEROS.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
       01  WS-ALERT-OLD-BAL      PIC S9(9)V99 VALUE ZEROS.
       01  WS-ALERT-AMT          PIC 9(7)V99 VALUE ZEROS.

      *--- Account warning memos (kept in ACCTMGR) ---
      *    The console has no sign-on, so a high-severity memo is
      *    acknowledged under the operator ID keyed at the prompt.
       01  WS-MEMO-STATUS        PIC XX.
           88  WS-MEMO-OK            VALUE "00".
       01  WS-MEMO-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-MEMO-IS-OPEN       VALUE 1.
       01  WS-MEMO-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-MEMO-AT-EOF        VALUE 1.
       01  WS-MEMO-REFUSE-FLAG   PIC 9 VALUE 0.
           88  WS-MEMO-NOT-ACKED     VALUE 1.
       01  WS-MEMO-ACCT-NO       PIC 9(8).
       01  WS-MEMO-SHOWN         PIC 9(3).
       01  WS-MEMO-HIGH-CNT      PIC 9(2).
       01  WS-MEMO-IDX           PIC 9(2).
       01  WS-MEMO-HIGH-TABLE.
           05  WS-MEMO-HIGH-SEQ  PIC 9(3) OCCURS 10 TIMES.
       01  WS-MEMO-SEV-NAME      PIC X(6).
       01  WS-MEMO-CONFIRM       PIC X(1).
       01  WS-MEMO-ACK-BY        PIC X(8).

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-FX-PEND-W-ID       PIC 9(10) VALUE ZEROS.
       01  WS-HOLD-AMT           PIC 9(7)V99 VALUE ZEROS.
       01  WS-HOLD-DAYS          PIC 9(3) VALUE ZEROS.
       01  WS-HOLD-DATE-INT      PIC 9(7) VALUE ZEROS.
       01  WS-SAVE-ACCT-HOLD     PIC 9(9)V99 VALUE ZEROS.

      *--- Deposited check items (CASHITEM.dat, for CASHLTR) ---
       01  WS-CLTR-STATUS        PIC XX.
           88  WS-CLTR-OK            VALUE "00".
           88  WS-CLTR-FILE-MISSING  VALUE "35".
       01  WS-CLTR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CLTR-IS-OPEN       VALUE 1.
       01  WS-NEXT-CLTR-ID       PIC 9(10) VALUE 1.
       01  WS-CLTR-TXN-ID        PIC 9(10) VALUE ZEROS.
       01  WS-CLTR-HOLD-ID       PIC 9(10) VALUE ZEROS.
       01  WS-INPUT-CHK-ROUTING  PIC X(9).
       01  WS-INPUT-CHK-SERIAL   PIC X(6).
       01  WS-INPUT-CHK-AMT      PIC X(12).
       01  WS-CHK-ENTRY-FLAG     PIC 9 VALUE 0.
           88  WS-CHK-ENTRY-DONE     VALUE 1.
           88  WS-CHK-ABANDONED      VALUE 2.
       01  WS-CHK-COUNT          PIC 9(2) VALUE 0.
       01  WS-CHK-IDX            PIC 9(2) VALUE 0.
       01  WS-CHK-WRITTEN        PIC 9(2) VALUE 0.
       01  WS-CHK-TOTAL          PIC 9(7)V99 VALUE ZEROS.
       01  WS-CHK-ITEM-AMT       PIC 9(7)V99 VALUE ZEROS.
       01  WS-CHK-ITEM-TABLE.
           05  WS-CHK-ITEM OCCURS 20 TIMES.
               10  WS-CHK-ROUTING    PIC 9(9).
               10  WS-CHK-SERIAL     PIC 9(6).
               10  WS-CHK-AMT        PIC 9(7)V99.
      *    Routing number check digit: weights 3-7-1 across the
      *    nine digits must sum to a multiple of ten.
       01  WS-ABA-ROUTING        PIC 9(9) VALUE ZEROS.
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-DIGIT      PIC 9 OCCURS 9 TIMES.
       01  WS-ABA-SUM            PIC 9(4) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           END-IF

           PERFORM OPEN-HOLD-FILE THRU OPEN-HOLD-FILE-EXIT
           PERFORM OPEN-CLTR-FILE THRU OPEN-CLTR-FILE-EXIT

      *    Warning memos are read-only here; a site that has never
      *    keyed one in ACCTMGR simply shows none.
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-OK
               SET WS-MEMO-IS-OPEN TO TRUE
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

           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-OK
           IF WS-ALERT-IS-OPEN
               CLOSE ALERT-FILE
               MOVE 0 TO WS-ALERT-OPEN-FLAG
           END-IF
           IF WS-MEMO-IS-OPEN
               CLOSE MEMO-FILE
               MOVE 0 TO WS-MEMO-OPEN-FLAG
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           END-IF
           IF WS-CLTR-IS-OPEN
               CLOSE CLTR-FILE
               MOVE 0 TO WS-CLTR-OPEN-FLAG
           END-IF.

      *    Writes one suspense record for a posting whose account
                       MOVE CTRL-HOLD-DAYS-LARGE
                           TO WS-CFG-HOLD-DAYS-LARGE
                   END-IF
                   IF CTRL-OD-ITEM-FEE NUMERIC
                       AND CTRL-OD-ITEM-FEE > 0
                       MOVE CTRL-OD-ITEM-FEE
                           TO WS-CFG-OD-ITEM-FEE
                   END-IF
                   IF CTRL-IFEE-DAY-CAP NUMERIC
                       AND CTRL-IFEE-DAY-CAP > 0
                       MOVE CTRL-IFEE-DAY-CAP
                           TO WS-CFG-IFEE-DAY-CAP
                   END-IF
           END-READ.

      *    Re-reads the control record so a day-close keyed at the
                   DISPLAY "Goodbye."
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the posting finishes (or is abandoned), then released here
      *    before the next menu choice.
       RELEASE-RECORD-LOCKS.
           IF WS-ACCT-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF.

       PROCESS-DEPOSIT.
           PERFORM CHECK-POSTING-ALLOWED THRU CHECK-POSTING-ALLOWED-EXIT
               GO TO PROCESS-DEPOSIT-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO PROCESS-DEPOSIT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PROCESS-DEPOSIT-EXIT
           END-IF

           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO PROCESS-DEPOSIT-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account is not active."
               MOVE "MISC" TO WS-INPUT-CATEGORY
           END-IF

      *    Checks drawn on other banks in the deposit are keyed
      *    item by item for the cash letter.
           PERFORM CAPTURE-CHECK-ITEMS THRU CAPTURE-CHECK-ITEMS-EXIT
           IF WS-CHK-ABANDONED
               DISPLAY "Deposit abandoned."
               GO TO PROCESS-DEPOSIT-EXIT
           END-IF

           IF WS-TXN-AMT > WS-LARGE-TXN-THRESHOLD
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE TXN-DATE           TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   MOVE TXN-ID TO WS-CLTR-TXN-ID
                   MOVE ZEROS TO WS-CLTR-HOLD-ID
                   ADD 1 TO WS-NEXT-TXN-ID
                   PERFORM PERSIST-NEXT-TXN-ID
                   PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
                   PERFORM WRITE-CHECK-ITEMS
                   DISPLAY "Deposit exceeds the large-transaction "
                       "threshold."
                   DISPLAY "Posted as PENDING - awaiting batch "
           MOVE TXN-DATE           TO TXN-EFF-DATE

           WRITE TXN-REC
           MOVE ZEROS TO WS-CLTR-HOLD-ID
           IF WS-HOLD-AMT > ZEROS
               PERFORM WRITE-HOLD-RECORD THRU WRITE-HOLD-RECORD-EXIT
           END-IF
           IF WS-TXN-OK
               MOVE TXN-ID TO WS-CLTR-TXN-ID
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
               PERFORM WRITE-CHECK-ITEMS
               COMPUTE WS-ALERT-OLD-BAL = ACCT-BAL - WS-TXN-AMT
               MOVE WS-TXN-AMT TO WS-ALERT-AMT
               PERFORM CHECK-ALERT-TRIGGERS
               GO TO PROCESS-WITHDRAWAL-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO PROCESS-WITHDRAWAL-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PROCESS-WITHDRAWAL-EXIT
           END-IF

           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO PROCESS-WITHDRAWAL-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account is not active."
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
               DISPLAY "Withdrawal successful!"
               DISPLAY "  Amount:      " WS-DISP-AMT
               DISPLAY "  New Balance: " WS-DISP-BAL
               MOVE ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           ELSE
               DISPLAY "WARNING: Account updated but "
                   "transaction log failed."
           COMPUTE WS-SWEEP-SHORTFALL = WS-TXN-AMT - WS-AVAIL-BAL
           MOVE 0 TO WS-SWEEP-DONE-FLAG

      *    A linked account held at another terminal is simply not
      *    swept; the withdrawal then falls back to the NSF path.
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
           END-IF

           MOVE WS-SWEEP-CHK-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PROCESS-TRANSFER-EXIT
           END-IF
           IF WS-SWEEP-WAS-DONE
               ADD WS-SWEEP-SHORTFALL TO ACCT-BAL
               ADD WS-SWEEP-SHORTFALL TO WS-AVAIL-BAL
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Source account not found."
                   GO TO PROCESS-TRANSFER-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Source account is not active."
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO PROCESS-TRANSFER-EXIT
           END-IF

           MOVE ACCT-BRANCH TO WS-XFER-TARGET-BRANCH

      *    A cross-currency transfer converts at the posted rate
           MOVE WS-SAVE-ACCT-TYPE TO ACCT-TYPE
           MOVE WS-SAVE-ACCT-STAT TO ACCT-STATUS
           MOVE WS-SAVE-ACCT-DT   TO ACCT-OPEN-DT
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Could not update source account."
               MOVE WS-FX-TARGET-AMT TO WS-ALERT-AMT
               PERFORM CHECK-ALERT-TRIGGERS
                   THRU CHECK-ALERT-TRIGGERS-EXIT
               MOVE WS-SAVE-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               IF WS-WIRE-FEE-AMT > ZEROS
                   PERFORM APPLY-WIRE-FEE THRU APPLY-WIRE-FEE-EXIT
               END-IF
               MOVE WS-FX-TARGET-AMT TO WS-ALERT-AMT
               PERFORM CHECK-ALERT-TRIGGERS
                   THRU CHECK-ALERT-TRIGGERS-EXIT
               MOVE WS-SAVE-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               IF WS-WIRE-FEE-AMT > ZEROS
                   PERFORM APPLY-WIRE-FEE THRU APPLY-WIRE-FEE-EXIT
               END-IF
       PROCESS-TRANSFER-EXIT.
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

      *    Charges the flat wire fee on a just-completed transfer,
      *    deducting it from the source account and posting it as its
      *    own withdrawal transaction (category FEE) distinct from the
      *    transfer itself.
       APPLY-WIRE-FEE.
           MOVE WS-SAVE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "WARNING: Could not apply wire fee - "
                       "source account vanished."
                   GO TO APPLY-WIRE-FEE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO APPLY-WIRE-FEE-EXIT
           END-IF
           SUBTRACT WS-WIRE-FEE-AMT FROM ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "WARNING: Could not apply wire fee - "
       APPLY-WIRE-FEE-EXIT.
           EXIT.

      *    Charges the overdraft item fee when a withdrawal or
      *    transfer has left the account in WS-IFEE-ACCT-NO below
      *    zero, posting it as its own "S" entry (category ODFE).
      *    The day's count restarts on a new banking day and no fee
      *    is charged once it reaches the daily cap.
       ASSESS-ITEM-FEE.
           MOVE ZEROS TO WS-IFEE-AMT
           MOVE WS-IFEE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   GO TO ASSESS-ITEM-FEE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "WARNING: Could not apply item fee - "
                   "account in use at another terminal."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF ACCT-BAL NOT < ZEROS OR ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               DISPLAY "  Daily item fee cap reached - no "
                   "overdraft fee charged."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           SUBTRACT WS-CFG-OD-ITEM-FEE FROM ACCT-BAL
           ADD 1 TO ACCT-IFEE-COUNT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "WARNING: Could not apply item fee - file "
                   "status " WS-ACCT-STATUS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           MOVE WS-CFG-OD-ITEM-FEE TO WS-IFEE-AMT

           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE ACCT-NO               TO TXN-ACCT-NO
           MOVE "S"                    TO TXN-TYPE
           MOVE WS-IFEE-AMT           TO TXN-AMOUNT
           MOVE WS-TODAY-DATE         TO TXN-DATE
           MOVE WS-NOW-TIME           TO TXN-TIME
           MOVE "OVERDRAFT ITEM FEE"  TO TXN-DESC
           MOVE "C"                    TO TXN-STATUS
           MOVE ZEROS                 TO TXN-XFER-ACCT
           MOVE ZEROS                 TO TXN-REF-ID
           MOVE SPACES                TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE "ODFE"                TO TXN-CATEGORY
           MOVE ZEROS                 TO TXN-FX-RATE
           MOVE SPACES                TO TXN-OVERRIDE-ID
           MOVE ZEROS                 TO TXN-CHECK-NO
           MOVE ZEROS                 TO TXN-RUN-ID
           MOVE ACCT-BRANCH           TO TXN-BRANCH
           MOVE SPACES                TO TXN-XFER-BRANCH
           MOVE TXN-DATE              TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
               MOVE WS-IFEE-AMT TO WS-DISP-AMT
               DISPLAY "  Overdraft item fee charged: " WS-DISP-AMT
           ELSE
               DISPLAY "WARNING: Item fee applied but transaction "
                   "log failed."
           END-IF.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

      *    Looks up the posted rate for the source-to-target currency
      *    pair on the FX rate table. The sell rate applies - the
      *    bank is selling the target currency. A pair missing from
           MOVE TXN-CATEGORY   TO WS-REV-CATEGORY
           MOVE TXN-ID         TO WS-REV-ORIG-ID

      *    Take the account locks before the journal entry is marked
      *    reversed, so a record held at another terminal leaves the
      *    original entry untouched rather than half-reversed.
           PERFORM LOCK-REVERSAL-ACCOUNTS
               THRU LOCK-REVERSAL-ACCOUNTS-EXIT
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               PERFORM REOPEN-TXN-EXTEND
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

           MOVE WS-REV-ACCT-NO TO WS-MEMO-ACCT-NO
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF NOT WS-MEMO-NOT-ACKED
               AND WS-REV-TYPE = "T"
               MOVE WS-REV-XFER-ACCT TO WS-MEMO-ACCT-NO
               PERFORM CHECK-ACCOUNT-MEMOS
                   THRU CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           IF WS-MEMO-NOT-ACKED
               PERFORM REOPEN-TXN-EXTEND
               GO TO PROCESS-REVERSAL-EXIT
           END-IF

           MOVE "V" TO TXN-STATUS
           REWRITE TXN-REC
           IF NOT WS-TXN-OK
                       THRU REVERSE-TRANSFER-EFFECT-EXIT
           END-EVALUATE.

      *    Shows the active, unexpired warning memos on
      *    WS-MEMO-ACCT-NO. A high-severity memo must be acknowledged
      *    under an operator ID before the posting goes on; each one
      *    acknowledged is audited as MEMOACK, and a refusal sets
      *    WS-MEMO-NOT-ACKED for the caller to stop.
       CHECK-ACCOUNT-MEMOS.
           MOVE 0 TO WS-MEMO-REFUSE-FLAG
           IF NOT WS-MEMO-IS-OPEN
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE 0 TO WS-MEMO-SHOWN
           MOVE 0 TO WS-MEMO-HIGH-CNT
           MOVE 0 TO WS-MEMO-EOF-FLAG
           MOVE WS-MEMO-ACCT-NO TO MEMO-ACCT-NO
           MOVE ZEROS TO MEMO-SEQ
           START MEMO-FILE KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY
                   GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-START
           PERFORM SHOW-ONE-ACTIVE-MEMO UNTIL WS-MEMO-AT-EOF
           IF WS-MEMO-HIGH-CNT = ZEROS
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           DISPLAY "High-severity memo - acknowledge and "
               "continue? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MEMO-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-MEMO-CONFIRM)
               TO WS-MEMO-CONFIRM
           IF WS-MEMO-CONFIRM NOT = "Y"
               DISPLAY "Cancelled - warning memo not acknowledged."
               SET WS-MEMO-NOT-ACKED TO TRUE
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           DISPLAY "Acknowledged by (operator ID):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-MEMO-ACK-BY
           MOVE FUNCTION UPPER-CASE(WS-MEMO-ACK-BY) TO WS-MEMO-ACK-BY
           IF WS-MEMO-ACK-BY = SPACES
               DISPLAY "Cancelled - an operator ID is required."
               SET WS-MEMO-NOT-ACKED TO TRUE
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM WRITE-MEMO-ACK
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-HIGH-CNT.
       CHECK-ACCOUNT-MEMOS-EXIT.
           EXIT.

       SHOW-ONE-ACTIVE-MEMO.
           READ MEMO-FILE NEXT
               AT END
                   SET WS-MEMO-AT-EOF TO TRUE
               NOT AT END
                   IF MEMO-ACCT-NO NOT = WS-MEMO-ACCT-NO
                       SET WS-MEMO-AT-EOF TO TRUE
                   ELSE
                       IF MEMO-IS-ACTIVE
                           AND (MEMO-EXPIRY-DT = ZEROS
                           OR MEMO-EXPIRY-DT >= WS-TODAY-DATE)
                           PERFORM DISPLAY-ONE-MEMO
                       END-IF
                   END-IF
           END-READ.

       DISPLAY-ONE-MEMO.
           IF WS-MEMO-SHOWN = ZEROS
               DISPLAY SPACES
               DISPLAY "*** WARNING MEMOS ON ACCOUNT "
                   WS-MEMO-ACCT-NO " ***"
           END-IF
           ADD 1 TO WS-MEMO-SHOWN
           EVALUATE TRUE
               WHEN MEMO-IS-HIGH
                   MOVE "HIGH" TO WS-MEMO-SEV-NAME
                   IF WS-MEMO-HIGH-CNT < 10
                       ADD 1 TO WS-MEMO-HIGH-CNT
                       MOVE MEMO-SEQ
                           TO WS-MEMO-HIGH-SEQ(WS-MEMO-HIGH-CNT)
                   END-IF
               WHEN MEMO-IS-MEDIUM
                   MOVE "MEDIUM" TO WS-MEMO-SEV-NAME
               WHEN OTHER
                   MOVE "LOW" TO WS-MEMO-SEV-NAME
           END-EVALUATE
           DISPLAY "  " WS-MEMO-SEV-NAME " " MEMO-TEXT
           DISPLAY "         by " MEMO-CREATED-BY
               " on " MEMO-CREATED-DT.

       WRITE-MEMO-ACK.
           IF NOT WS-AUDIT-IS-OPEN
               DISPLAY "WARNING: Could not write audit log entry."
           ELSE
               MOVE WS-TODAY-DATE     TO AUDIT-DATE
               MOVE WS-NOW-TIME       TO AUDIT-TIME
               MOVE WS-MEMO-ACK-BY    TO AUDIT-OPERATOR-ID
               MOVE "MEMOACK"         TO AUDIT-ACTION
               MOVE WS-MEMO-ACCT-NO   TO AUDIT-ACCT-NO
               MOVE SPACES            TO AUDIT-DETAIL
               STRING "SEQ " WS-MEMO-HIGH-SEQ(WS-MEMO-IDX)
                   " ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               END-STRING
               WRITE AUDIT-REC
               IF NOT WS-AUDIT-OK
                   DISPLAY "WARNING: Could not write audit log "
                       "entry."
               END-IF
           END-IF.

      *    Locks the account(s) a reversal will touch. A missing
      *    account is left for the balance-effect paragraphs to
      *    report; only a lock conflict is returned to the caller.
       LOCK-REVERSAL-ACCOUNTS.
           MOVE WS-REV-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-LOCKED
               GO TO LOCK-REVERSAL-ACCOUNTS-EXIT
           END-IF
           IF WS-REV-TYPE = "T"
               MOVE WS-REV-XFER-ACCT TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
       LOCK-REVERSAL-ACCOUNTS-EXIT.
           EXIT.

       REVERSE-CREDIT-ACCOUNT.
           MOVE WS-REV-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Account " WS-REV-ACCT-NO
                       " not found - balance not adjusted."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO REVERSE-CREDIT-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " WS-REV-ACCT-NO
                   " in use at another terminal - retry."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO REVERSE-CREDIT-ACCOUNT-EXIT
           END-IF
           SUBTRACT WS-REV-AMOUNT FROM ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "ERROR: Balance underflow reversing "

       REVERSE-DEBIT-ACCOUNT.
           MOVE WS-REV-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Account " WS-REV-ACCT-NO
                       " not found - balance not adjusted."
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO REVERSE-DEBIT-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " WS-REV-ACCT-NO
                   " in use at another terminal - retry."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO REVERSE-DEBIT-ACCOUNT-EXIT
           END-IF
           ADD WS-REV-AMOUNT TO ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "ERROR: Balance overflow reversing "
       REVERSE-TRANSFER-EFFECT.
           PERFORM REVERSE-DEBIT-ACCOUNT THRU REVERSE-DEBIT-ACCOUNT-EXIT
           MOVE WS-REV-XFER-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: Target account "
                       WS-REV-XFER-ACCT
                   MOVE 1 TO WS-SIZE-ERR-FLAG
                   GO TO REVERSE-TRANSFER-EFFECT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "ERROR: Account " WS-REV-XFER-ACCT
                   " in use at another terminal - retry."
               MOVE 1 TO WS-SIZE-ERR-FLAG
               GO TO REVERSE-TRANSFER-EFFECT-EXIT
           END-IF
           SUBTRACT WS-REV-AMOUNT FROM ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "ERROR: Target balance underflow "
       OPEN-HOLD-FILE-EXIT.
           EXIT.

      *    Opens the deposited check item register, creating it on
      *    first use, and seeds the next item id from the highest
      *    key on file.
       OPEN-CLTR-FILE.
           OPEN I-O CLTR-FILE
           IF WS-CLTR-OK
               SET WS-CLTR-IS-OPEN TO TRUE
           ELSE
               IF WS-CLTR-FILE-MISSING
                   OPEN OUTPUT CLTR-FILE
                   IF WS-CLTR-OK
                       CLOSE CLTR-FILE
                       OPEN I-O CLTR-FILE
                       IF WS-CLTR-OK
                           SET WS-CLTR-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CLTR-IS-OPEN
               GO TO OPEN-CLTR-FILE-EXIT
           END-IF
           MOVE HIGH-VALUES TO CLTR-ITEM-ID
           START CLTR-FILE KEY IS LESS THAN CLTR-ITEM-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-CLTR-ID
                   GO TO OPEN-CLTR-FILE-EXIT
           END-START
           READ CLTR-FILE NEXT
               AT END
                   MOVE 1 TO WS-NEXT-CLTR-ID
               NOT AT END
                   COMPUTE WS-NEXT-CLTR-ID = CLTR-ITEM-ID + 1
           END-READ.
       OPEN-CLTR-FILE-EXIT.
           EXIT.

      *    Keys the checks drawn on other banks that make up the
      *    deposit in WS-TXN-AMT, up to twenty. The items may not
      *    add up to more than the deposit; what they leave over is
      *    cash. A blank routing number ends the items; X abandons
      *    the deposit altogether.
       CAPTURE-CHECK-ITEMS.
           MOVE 0 TO WS-CHK-ENTRY-FLAG
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-WRITTEN
           MOVE ZEROS TO WS-CHK-TOTAL
           IF NOT WS-CLTR-IS-OPEN
               GO TO CAPTURE-CHECK-ITEMS-EXIT
           END-IF
           DISPLAY "Key each check drawn on another bank; a blank "
               "routing number ends, X abandons the deposit."
           PERFORM ENTER-CHECK-ITEM THRU ENTER-CHECK-ITEM-EXIT
               UNTIL WS-CHK-ENTRY-DONE OR WS-CHK-ABANDONED.
       CAPTURE-CHECK-ITEMS-EXIT.
           EXIT.

       ENTER-CHECK-ITEM.
           MOVE SPACES TO WS-INPUT-CHK-ROUTING WS-INPUT-CHK-SERIAL
               WS-INPUT-CHK-AMT
           DISPLAY "Check routing number (9 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHK-ROUTING
           IF WS-INPUT-CHK-ROUTING = SPACES
               SET WS-CHK-ENTRY-DONE TO TRUE
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-INPUT-CHK-ROUTING = "X" OR "x"
               SET WS-CHK-ABANDONED TO TRUE
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-INPUT-CHK-ROUTING NOT NUMERIC
               DISPLAY "Routing number must be nine digits - rekey "
                   "the item."
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           MOVE WS-INPUT-CHK-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                   + WS-ABA-DIGIT(7))
               + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                   + WS-ABA-DIGIT(8))
               + WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6) + WS-ABA-DIGIT(9)
           IF WS-ABA-ROUTING = ZEROS
               OR FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZEROS
               DISPLAY "Routing number fails its check digit - "
                   "rekey the item."
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           DISPLAY "Check serial:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHK-SERIAL
           IF FUNCTION NUMVAL(WS-INPUT-CHK-SERIAL) = ZEROS
               DISPLAY "A check serial is required - rekey the item."
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           DISPLAY "Check amount:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHK-AMT
           MOVE FUNCTION NUMVAL(WS-INPUT-CHK-AMT) TO WS-CHK-ITEM-AMT
           IF WS-CHK-ITEM-AMT < 0.01
               DISPLAY "A check amount is required - rekey the item."
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-CHK-TOTAL + WS-CHK-ITEM-AMT > WS-TXN-AMT
               DISPLAY "The items would come to more than the "
                   "deposit amount - rekey the item."
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           ADD 1 TO WS-CHK-COUNT
           MOVE WS-ABA-ROUTING TO WS-CHK-ROUTING(WS-CHK-COUNT)
           MOVE FUNCTION NUMVAL(WS-INPUT-CHK-SERIAL)
               TO WS-CHK-SERIAL(WS-CHK-COUNT)
           MOVE WS-CHK-ITEM-AMT TO WS-CHK-AMT(WS-CHK-COUNT)
           ADD WS-CHK-ITEM-AMT TO WS-CHK-TOTAL
           DISPLAY "Item " WS-CHK-COUNT " accepted."
           IF WS-CHK-COUNT = 20
               SET WS-CHK-ENTRY-DONE TO TRUE
           END-IF.
       ENTER-CHECK-ITEM-EXIT.
           EXIT.

      *    Writes the keyed check items to the register against the
      *    deposit in WS-CLTR-TXN-ID and its hold in WS-CLTR-HOLD-ID.
       WRITE-CHECK-ITEMS.
           IF WS-CLTR-IS-OPEN
               PERFORM WRITE-ONE-CHECK-ITEM
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
           END-IF
           IF WS-CHK-WRITTEN < WS-CHK-COUNT
               DISPLAY "WARNING: Only " WS-CHK-WRITTEN " of "
                   WS-CHK-COUNT " check items were recorded."
           END-IF.

       WRITE-ONE-CHECK-ITEM.
           MOVE SPACES TO CLTR-REC
           MOVE WS-NEXT-CLTR-ID      TO CLTR-ITEM-ID
           MOVE ACCT-NO              TO CLTR-ACCT-NO
           MOVE WS-CHK-ROUTING(WS-CHK-IDX) TO CLTR-ROUTING
           MOVE WS-CHK-SERIAL(WS-CHK-IDX)  TO CLTR-SERIAL
           MOVE WS-CHK-AMT(WS-CHK-IDX)     TO CLTR-AMOUNT
           MOVE WS-TODAY-DATE        TO CLTR-DEPOSIT-DT
           MOVE "T"                  TO CLTR-CHANNEL
           MOVE WS-CLTR-TXN-ID       TO CLTR-TXN-ID
           MOVE WS-CLTR-HOLD-ID      TO CLTR-HOLD-ID
           MOVE "C"                  TO CLTR-STATUS
           MOVE ZEROS                TO CLTR-SENT-DT CLTR-SENT-TM
           MOVE SPACES               TO CLTR-OPERATOR-ID
           MOVE ZEROS                TO CLTR-RETURN-DT
           MOVE SPACES               TO CLTR-RETURN-RSN
           MOVE ZEROS                TO CLTR-PAID-DT
           WRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CLTR-OK
               ADD 1 TO WS-NEXT-CLTR-ID
               ADD 1 TO WS-CHK-WRITTEN
           END-IF.

      *    Decides whether the deposit in WS-TXN-AMT is held and for
      *    how long: deposits at or above the free amount are held
      *    for the channel's days, plus the extra days when the
                   CONTINUE
           END-WRITE
           IF WS-HOLD-OK
               MOVE HOLD-ID TO WS-CLTR-HOLD-ID
               ADD 1 TO WS-NEXT-HOLD-ID
           ELSE
               DISPLAY "WARNING: Could not write hold record - "

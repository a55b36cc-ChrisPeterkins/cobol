      * line through the same validation and balance-update logic as  *
      * the interactive transaction tools (TXNPROC/BANKUI), using the  *
      * shared CTRL-FILE next-txn-id mechanism.                        *
      * A debit line declined for insufficient funds is charged the    *
      * NSF item fee; one that leaves the account below zero is        *
      * charged the overdraft item fee - both within the daily         *
      * per-account cap.                                               *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "data/RATETBL.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PERD-FILE
               ASSIGN TO "data/PERIODS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  RATE-FILE.
       COPY RATE-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  PERD-FILE.
       COPY PERD-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE     VALUE 1.
       01  WS-APPLY-RATE         PIC 9(2)V9(4) VALUE ZEROS.
      *    Rate table the account in hand reads: its product's, or
      *    its own ACCT-TYPE when it has no product on file.
       01  WS-RATE-TABLE         PIC X(1) VALUE SPACES.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.
       01  WS-TIER-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-TIER-FOUND         VALUE 1.

       01  WS-VD-TODAY-INT       PIC 9(7) VALUE ZEROS.
       01  WS-VD-ADJ-AMT         PIC S9(7)V99 VALUE ZEROS.

      *--- Accounting periods closed by PERCLOSE. A value date may
      *    not fall inside one; the period file is opened only for
      *    the check. ---
       01  WS-PERD-STATUS        PIC XX.
           88  WS-PERD-OK            VALUE "00".
       01  WS-PERD-CHECK-DATE    PIC 9(8).
       01  WS-PERD-CLOSED-FLAG   PIC 9 VALUE 0.
           88  WS-PERIOD-IS-CLOSED   VALUE 1.

      *--- Banking-date control (DAYCTL) ---
      *    Zero banking date means no day has been opened and the
      *    wall clock drives posting dates, as before.
       01  WS-CFG-DAY-STATUS     PIC X(1) VALUE SPACES.
       01  WS-CFG-IRA-LIMIT      PIC 9(7)V99 VALUE 7000.00.

      *--- Per-item fees (NSF decline, paid into overdraft) ---
       01  WS-CFG-NSF-FEE        PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-KIND          PIC X(1).
           88  WS-IFEE-IS-NSF        VALUE "N".
           88  WS-IFEE-IS-OD         VALUE "O".
       01  WS-IFEE-ACCT-NO       PIC 9(8).
       01  WS-IFEE-AMT           PIC 9(5)V99.
       01  WS-IFEES-CHARGED      PIC 9(6) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           DISPLAY "  Posted:        " WS-LINES-POSTED
           DISPLAY "  Pending:       " WS-LINES-PENDING
           DISPLAY "  Failed:        " WS-LINES-FAILED
           DISPLAY "  Item fees:     " WS-IFEES-CHARGED
           IF WS-FEED-HAS-CONTROLS
               DISPLAY "  Control totals: VERIFIED, file "
                   "sequence " WS-FEED-SEQ
               CLOSE RATE-FILE
               MOVE 0 TO WS-RATE-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
                       MOVE CTRL-IRA-LIMIT
                           TO WS-CFG-IRA-LIMIT
                   END-IF
                   IF CTRL-NSF-FEE NUMERIC
                       AND CTRL-NSF-FEE > 0
                       MOVE CTRL-NSF-FEE TO WS-CFG-NSF-FEE
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

       SEED-CTRL-FROM-TXN-LOG.
               AND IMPORT-VALUE-DATE < WS-TODAY-DATE
               MOVE IMPORT-VALUE-DATE TO WS-EFF-DATE
           END-IF
           IF WS-EFF-DATE < WS-TODAY-DATE
               MOVE WS-EFF-DATE TO WS-PERD-CHECK-DATE
               PERFORM CHECK-PERIOD-CLOSED
                   THRU CHECK-PERIOD-CLOSED-EXIT
               IF WS-PERIOD-IS-CLOSED
                   DISPLAY "Line " WS-LINE-NO ": value date "
                       WS-EFF-DATE " is in a closed accounting "
                       "period - skipped."
                   ADD 1 TO WS-LINES-FAILED
                   GO TO IMPORT-DEPOSIT-EXIT
               END-IF
           END-IF

           IF WS-TXN-AMT > WS-LARGE-TXN-THRESHOLD
               MOVE "D"    TO WS-IMPORT-TXN-TYPE
       IMPORT-DEPOSIT-EXIT.
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

       IMPORT-WITHDRAWAL.
           MOVE ZEROS TO WS-EFF-DATE
           MOVE IMPORT-ACCT-NO TO ACCT-NO
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
               DISPLAY "Line " WS-LINE-NO
                   ": insufficient funds - skipped."
               ADD 1 TO WS-LINES-FAILED
               MOVE "N" TO WS-IFEE-KIND
               MOVE ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               GO TO IMPORT-WITHDRAWAL-EXIT
           END-IF

                   GO TO IMPORT-WITHDRAWAL-EXIT
           END-SUBTRACT

           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "Line " WS-LINE-NO
               PERFORM CHECK-ALERT-TRIGGERS
                   THRU CHECK-ALERT-TRIGGERS-EXIT
               ADD 1 TO WS-LINES-POSTED
               MOVE "O" TO WS-IFEE-KIND
               MOVE WS-IMPORT-TXN-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           ELSE
               DISPLAY "Line " WS-LINE-NO
                   ": balance updated but transaction log "
               DISPLAY "Line " WS-LINE-NO
                   ": insufficient funds in source - skipped."
               ADD 1 TO WS-LINES-FAILED
               MOVE "N" TO WS-IFEE-KIND
               MOVE WS-SAVE-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               GO TO IMPORT-TRANSFER-EXIT
           END-IF

                   ADD 1 TO WS-LINES-FAILED
                   GO TO IMPORT-TRANSFER-EXIT
           END-SUBTRACT
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "Line " WS-LINE-NO
           PERFORM WRITE-IMPORT-TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-LINES-POSTED
               MOVE "O" TO WS-IFEE-KIND
               MOVE WS-SAVE-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           ELSE
               DISPLAY "Line " WS-LINE-NO
                   ": balances updated but transaction log "
       IMPORT-TRANSFER-EXIT.
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

      *    Charges the per-item fee named by WS-IFEE-KIND to the
      *    account in WS-IFEE-ACCT-NO: N for a debit line declined
      *    for insufficient funds, O for one that has left the
      *    account below zero (nothing is charged when it has not).
      *    Posted as its own "S" entry under the run id. The day's
      *    count restarts on a new banking day and no fee is charged
      *    once it reaches the daily cap. The fee itself may
      *    overdraw the account.
       ASSESS-ITEM-FEE.
           MOVE WS-IFEE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   GO TO ASSESS-ITEM-FEE-EXIT
           END-READ
           IF ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF WS-IFEE-IS-OD AND ACCT-BAL NOT < ZEROS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               DISPLAY "Line " WS-LINE-NO
                   ": daily item fee cap reached - no fee."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF WS-IFEE-IS-NSF
               MOVE WS-CFG-NSF-FEE TO WS-IFEE-AMT
           ELSE
               MOVE WS-CFG-OD-ITEM-FEE TO WS-IFEE-AMT
           END-IF
           SUBTRACT WS-IFEE-AMT FROM ACCT-BAL
           ADD 1 TO ACCT-IFEE-COUNT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "Line " WS-LINE-NO
                   ": could not charge item fee."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE ACCT-NO               TO TXN-ACCT-NO
           MOVE "S"                   TO TXN-TYPE
           MOVE WS-IFEE-AMT           TO TXN-AMOUNT
           MOVE WS-TODAY-DATE         TO TXN-DATE
           MOVE WS-NOW-TIME           TO TXN-TIME
           IF WS-IFEE-IS-NSF
               MOVE "NSF ITEM FEE"       TO TXN-DESC
               MOVE "NSFF"               TO TXN-CATEGORY
           ELSE
               MOVE "OVERDRAFT ITEM FEE" TO TXN-DESC
               MOVE "ODFE"               TO TXN-CATEGORY
           END-IF
           MOVE "C"                   TO TXN-STATUS
           MOVE ZEROS                 TO TXN-XFER-ACCT
           MOVE ZEROS                 TO TXN-REF-ID
           MOVE SPACES                TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE ZEROS                 TO TXN-FX-RATE
           MOVE SPACES                TO TXN-OVERRIDE-ID
           MOVE ZEROS                 TO TXN-CHECK-NO
           MOVE WS-RUN-ID             TO TXN-RUN-ID
           MOVE ACCT-BRANCH           TO TXN-BRANCH
           MOVE SPACES                TO TXN-XFER-BRANCH
           MOVE TXN-DATE              TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD TXN-AMOUNT TO WS-RUN-TXN-TOTAL
               ADD 1 TO WS-IFEES-CHARGED
           ELSE
               DISPLAY "Line " WS-LINE-NO
                   ": item fee charged but transaction log failed."
           END-IF.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

      *    Writes one TXN-REC for the current import line. Called with
      *    the transaction type, the owning account number, the
      *    transfer-target account (zeros if not a transfer), and the
               ELSE
                   GO TO LOOK-UP-TIER-RATE-EXIT
               END-IF
               OPEN INPUT PROD-FILE
               IF WS-PROD-OK
                   SET WS-PROD-IS-OPEN TO TRUE
               END-IF
           END-IF
           MOVE ACCT-TYPE TO WS-RATE-TABLE
           IF WS-PROD-IS-OPEN
               AND ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               MOVE ACCT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   NOT INVALID KEY
                       IF PROD-RATE-TABLE NOT = SPACES
                           MOVE PROD-RATE-TABLE TO WS-RATE-TABLE
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO WS-RATE-EOF-FLAG
           MOVE WS-RATE-TABLE TO RATE-ACCT-TYPE
           MOVE ZEROS TO RATE-BAND
           START RATE-FILE KEY IS GREATER THAN RATE-KEY
               INVALID KEY
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF RATE-ACCT-TYPE NOT = WS-RATE-TABLE
                       SET WS-RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF RATE-EFF-DATE NOT > WS-TODAY-DATE
                           MOVE RATE-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                       IF RATE-EFF-DATE > WS-TODAY-DATE
                           AND RATE-PRIOR-EFF-DT NUMERIC
                           AND RATE-PRIOR-EFF-DT > ZEROS
                           AND RATE-PRIOR-EFF-DT NOT > WS-TODAY-DATE
                           AND ACCT-BAL >= RATE-PRIOR-MIN-BAL
                           MOVE RATE-PRIOR-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

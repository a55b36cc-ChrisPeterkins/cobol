      * withdrawal velocity). One response line is written to          *
      * data/ATMFEED-ACK.dat for every instruction read, so the        *
      * switch can relay approval or decline back to the terminal.     *
      * A deposited check drawn on another bank is captured, with the  *
      * routing number and serial the machine read, in the check item *
      * register (data/CASHITEM.dat) for the CASHLTR cash letter.      *
      * Every deposit journaled, posted or pending, is also entered    *
      * at the keyed amount on the deposit verification file           *
      * (data/ATMDVER.dat) to await the branch's count of the          *
      * envelope on the BANKUI ATM deposit count screen.               *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT CLTR-FILE
               ASSIGN TO "data/CASHITEM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLTR-ITEM-ID
               FILE STATUS IS WS-CLTR-STATUS.

           SELECT ATM-FEED-FILE
               ASSIGN TO "data/ATMFEED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS CARD-ID
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DVER-FILE
               ASSIGN TO "data/ATMDVER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVER-TXN-ID
               ALTERNATE RECORD KEY IS DVER-TERM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-DVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  CLTR-FILE.
       COPY CLTR-REC.

       FD  ATM-FEED-FILE.
       COPY ATM-REC.

       FD  ALERT-FILE.
       COPY ALERT-REC.

       FD  DVER-FILE.
       COPY DVER-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CFG-HOLD-LARGE-AMT PIC 9(7)V99 VALUE 5000.00.
       01  WS-CFG-HOLD-DAYS-LARGE PIC 9(2) VALUE 3.
       01  WS-CFG-IRA-LIMIT      PIC 9(7)V99 VALUE 7000.00.
      *    Overdraft item fee for a withdrawal that leaves the account
      *    below zero, and the daily per-account cap on item fees.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-ACCT-NO       PIC 9(8).
       01  WS-IFEES-CHARGED      PIC 9(6) VALUE 0.
       01  WS-HOLD-AMT           PIC 9(7)V99 VALUE ZEROS.
       01  WS-HOLD-DAYS          PIC 9(3) VALUE ZEROS.
       01  WS-HOLD-RELEASE-DT    PIC 9(8) VALUE ZEROS.
       01  WS-HOLD-DATE-INT      PIC 9(7) VALUE ZEROS.

      *--- Deposited check items for the CASHLTR cash letter ---
       01  WS-CLTR-STATUS        PIC XX.
           88  WS-CLTR-OK            VALUE "00".
           88  WS-CLTR-FILE-MISSING  VALUE "35".
       01  WS-CLTR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CLTR-IS-OPEN       VALUE 1.
       01  WS-NEXT-CLTR-ID       PIC 9(10) VALUE 1.
       01  WS-CLTR-TXN-ID        PIC 9(10) VALUE ZEROS.
       01  WS-CLTR-HOLD-ID       PIC 9(10) VALUE ZEROS.
       01  WS-CHK-ITEMS-CAPTURED PIC 9(6) VALUE 0.

      *--- Deposit verification, pending the branch's count ---
       01  WS-DVER-STATUS        PIC XX.
           88  WS-DVER-OK            VALUE "00".
           88  WS-DVER-FILE-MISSING  VALUE "35".
       01  WS-DVER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-DVER-IS-OPEN       VALUE 1.
       01  WS-DVER-HOLD-ID       PIC 9(10) VALUE ZEROS.
       01  WS-DEPS-TO-VERIFY     PIC 9(6) VALUE 0.

      *--- Banking-date control (DAYCTL) ---
      *    Zero banking date means no day has been opened and the
      *    wall clock drives posting dates, as before.
           DISPLAY "  Posted:               " WS-LINES-POSTED
           DISPLAY "  Pending:              " WS-LINES-PENDING
           DISPLAY "  Declined:             " WS-LINES-DECLINED
           DISPLAY "  Overdraft item fees:  " WS-IFEES-CHARGED
           DISPLAY "  Deposits to count:    " WS-DEPS-TO-VERIFY
           IF WS-FEED-HAS-CONTROLS
               DISPLAY "  Control totals:       VERIFIED, file "
                   "sequence " WS-FEED-SEQ
               SET WS-ACK-IS-OPEN TO TRUE
           END-IF.
           PERFORM OPEN-HOLD-FILE THRU OPEN-HOLD-FILE-EXIT
           PERFORM OPEN-CLTR-FILE THRU OPEN-CLTR-FILE-EXIT
           PERFORM OPEN-DVER-FILE THRU OPEN-DVER-FILE-EXIT

      *    Terminal master is optional - machines without a record
      *    simply are not cash-tracked.
           EXIT.

       CLOSE-FILES.
           IF WS-DVER-IS-OPEN
               CLOSE DVER-FILE
               MOVE 0 TO WS-DVER-OPEN-FLAG
           END-IF
           IF WS-HOLD-IS-OPEN
               CLOSE HOLD-FILE
               MOVE 0 TO WS-HOLD-OPEN-FLAG
           END-IF
           IF WS-CLTR-IS-OPEN
               CLOSE CLTR-FILE
               MOVE 0 TO WS-CLTR-OPEN-FLAG
           END-IF
           IF WS-CARD-IS-OPEN
               CLOSE CARD-FILE
               MOVE 0 TO WS-CARD-OPEN-FLAG
                       MOVE CTRL-IRA-LIMIT
                           TO WS-CFG-IRA-LIMIT
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
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
               GO TO ATM-WITHDRAWAL-EXIT
           END-IF

           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "D" TO WS-ACK-RESULT
               MOVE ACCT-BAL TO WS-ACK-BALANCE
               PERFORM WRITE-ACK
               ADD 1 TO WS-LINES-POSTED
               MOVE ATM-ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           ELSE
               MOVE "D" TO WS-ACK-RESULT
               MOVE "Balance updated but transaction log "
       ATM-WITHDRAWAL-EXIT.
           EXIT.

      *    Charges the overdraft item fee when a withdrawal has left
      *    the account in WS-IFEE-ACCT-NO below zero, as its own "S"
      *    entry (category ODFE) under the run id. The day's count
      *    restarts on a new banking day and no fee is charged once
      *    it reaches the daily cap.
       ASSESS-ITEM-FEE.
           MOVE WS-IFEE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   GO TO ASSESS-ITEM-FEE-EXIT
           END-READ
           IF ACCT-BAL NOT < ZEROS OR ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           SUBTRACT WS-CFG-OD-ITEM-FEE FROM ACCT-BAL
           ADD 1 TO ACCT-IFEE-COUNT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  WARNING: Item fee not charged to "
                   ACCT-NO " - status " WS-ACCT-STATUS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE ACCT-NO               TO TXN-ACCT-NO
           MOVE "S"                   TO TXN-TYPE
           MOVE WS-CFG-OD-ITEM-FEE    TO TXN-AMOUNT
           MOVE WS-TODAY-DATE         TO TXN-DATE
           MOVE WS-NOW-TIME           TO TXN-TIME
           MOVE "OVERDRAFT ITEM FEE"  TO TXN-DESC
           MOVE "C"                   TO TXN-STATUS
           MOVE ZEROS                 TO TXN-XFER-ACCT
           MOVE ZEROS                 TO TXN-REF-ID
           MOVE SPACES                TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE "ODFE"                TO TXN-CATEGORY
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
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD TXN-AMOUNT TO WS-RUN-TXN-TOTAL
               ADD 1 TO WS-IFEES-CHARGED
           ELSE
               DISPLAY "  WARNING: Account " ACCT-NO
                   " charged but transaction log failed."
           END-IF.
       ASSESS-ITEM-FEE-EXIT.
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

      *    Validates the instruction's card against the card master.
      *    No master, or no card id on the line (older switch
      *    software), enforces nothing. A decline here writes its
      *    own ack with a card-specific reason - the account itself
      *    stays fully usable at the counter. A card still pending
      *    activation may not have reached its holder, so it is
      *    declined until the holder activates it. Leaves the card's
      *    daily cash limit in WS-CARD-LIMIT-SAVE for the
      *    withdrawal path.
       CHECK-CARD-STATUS.
               PERFORM DECLINE-FOR-CARD
               GO TO CHECK-CARD-STATUS-EXIT
           END-IF
           IF CARD-IS-PENDING
               MOVE "Card not yet activated" TO WS-ACK-REASON
               PERFORM DECLINE-FOR-CARD
               GO TO CHECK-CARD-STATUS-EXIT
           END-IF
           IF CARD-EXPIRY > ZEROS
               AND CARD-EXPIRY < WS-TODAY-YYYYMM
               MOVE "Card expired" TO WS-ACK-REASON
               MOVE "P"    TO WS-ATM-TXN-STATUS
               PERFORM WRITE-ATM-TXN-REC
               IF WS-TXN-OK
                   MOVE TXN-ID TO WS-CLTR-TXN-ID
                   MOVE ZEROS TO WS-CLTR-HOLD-ID
                   PERFORM WRITE-CHECK-ITEM THRU WRITE-CHECK-ITEM-EXIT
                   MOVE ZEROS TO WS-DVER-HOLD-ID
                   PERFORM WRITE-DEPOSIT-VERIFY
                       THRU WRITE-DEPOSIT-VERIFY-EXIT
                   MOVE "A" TO WS-ACK-RESULT
                   MOVE "Posted PENDING - exceeds large "
                       & "transaction threshold" TO WS-ACK-REASON
           MOVE "D"    TO WS-ATM-TXN-TYPE
           MOVE "C"    TO WS-ATM-TXN-STATUS
           PERFORM WRITE-ATM-TXN-REC
           MOVE TXN-ID TO WS-CLTR-TXN-ID
           MOVE WS-TXN-AMT TO WS-TERM-DELTA
           PERFORM UPDATE-TERMINAL-CASH THRU UPDATE-TERMINAL-CASH-EXIT
           MOVE ZEROS TO WS-CLTR-HOLD-ID
           IF WS-HOLD-AMT > ZEROS
               PERFORM WRITE-HOLD-RECORD THRU WRITE-HOLD-RECORD-EXIT
           END-IF
           IF WS-TXN-OK
               PERFORM WRITE-CHECK-ITEM THRU WRITE-CHECK-ITEM-EXIT
               MOVE WS-CLTR-HOLD-ID TO WS-DVER-HOLD-ID
               PERFORM WRITE-DEPOSIT-VERIFY
                   THRU WRITE-DEPOSIT-VERIFY-EXIT
               COMPUTE WS-ALERT-OLD-BAL = ACCT-BAL - WS-TXN-AMT
               MOVE WS-TXN-AMT TO WS-ALERT-AMT
               PERFORM CHECK-ALERT-TRIGGERS
           MOVE WS-ACK-BALANCE TO ATMACK-BALANCE
           WRITE ATMACK-REC.

      *    Opens the deposited check item register (creating it on
      *    first use) and seeds the next item id from the highest
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

      *    Captures the check on a deposit instruction, when the
      *    machine read one, against the deposit just journaled
      *    (WS-CLTR-TXN-ID) and its hold (WS-CLTR-HOLD-ID).
       WRITE-CHECK-ITEM.
           IF NOT WS-CLTR-IS-OPEN
               OR ATM-CHK-ROUTING NOT NUMERIC
               OR ATM-CHK-ROUTING = ZEROS
               GO TO WRITE-CHECK-ITEM-EXIT
           END-IF
           MOVE SPACES TO CLTR-REC
           MOVE WS-NEXT-CLTR-ID      TO CLTR-ITEM-ID
           MOVE ATM-ACCT-NO          TO CLTR-ACCT-NO
           MOVE ATM-CHK-ROUTING      TO CLTR-ROUTING
           IF ATM-CHK-SERIAL NUMERIC
               MOVE ATM-CHK-SERIAL   TO CLTR-SERIAL
           ELSE
               MOVE ZEROS            TO CLTR-SERIAL
           END-IF
           MOVE WS-TXN-AMT           TO CLTR-AMOUNT
           MOVE WS-TODAY-DATE        TO CLTR-DEPOSIT-DT
           MOVE "A"                  TO CLTR-CHANNEL
           MOVE WS-CLTR-TXN-ID       TO CLTR-TXN-ID
           MOVE WS-CLTR-HOLD-ID      TO CLTR-HOLD-ID
           MOVE "C"                  TO CLTR-STATUS
           MOVE ZEROS                TO CLTR-SENT-DT CLTR-SENT-TM
           MOVE ATM-TERM-ID          TO CLTR-OPERATOR-ID
           MOVE ZEROS                TO CLTR-RETURN-DT
           MOVE SPACES               TO CLTR-RETURN-RSN
           MOVE ZEROS                TO CLTR-PAID-DT
           WRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CLTR-OK
               ADD 1 TO WS-NEXT-CLTR-ID
               ADD 1 TO WS-CHK-ITEMS-CAPTURED
           ELSE
               DISPLAY "WARNING: Could not capture check item - "
                   "status " WS-CLTR-STATUS
           END-IF.
       WRITE-CHECK-ITEM-EXIT.
           EXIT.

      *    Opens the deposit verification file, creating it on
      *    first use. Without it deposits still post; they just
      *    cannot be counted against.
       OPEN-DVER-FILE.
           OPEN I-O DVER-FILE
           IF WS-DVER-OK
               SET WS-DVER-IS-OPEN TO TRUE
           ELSE
               IF WS-DVER-FILE-MISSING
                   OPEN OUTPUT DVER-FILE
                   IF WS-DVER-OK
                       CLOSE DVER-FILE
                       OPEN I-O DVER-FILE
                       IF WS-DVER-OK
                           SET WS-DVER-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       OPEN-DVER-FILE-EXIT.
           EXIT.

      *    Enters the deposit just journaled (TXN-REC still holds it)
      *    on the verification file at the keyed amount, to await
      *    the branch's count. WS-DVER-HOLD-ID is the hold raised on
      *    it, zero for none.
       WRITE-DEPOSIT-VERIFY.
           IF NOT WS-DVER-IS-OPEN
               GO TO WRITE-DEPOSIT-VERIFY-EXIT
           END-IF
           MOVE SPACES               TO DVER-REC
           MOVE TXN-ID               TO DVER-TXN-ID
           MOVE ATM-TERM-ID          TO DVER-TERM-ID
           MOVE TXN-DATE             TO DVER-DEPOSIT-DT
           MOVE TXN-XFER-BRANCH      TO DVER-TERM-BRANCH
           MOVE TXN-ACCT-NO          TO DVER-ACCT-NO
           MOVE ATM-SEQ-NO           TO DVER-SEQ-NO
           MOVE TXN-AMOUNT           TO DVER-KEYED-AMT
           MOVE WS-DVER-HOLD-ID      TO DVER-HOLD-ID
           MOVE "P"                  TO DVER-STATUS
           MOVE ZEROS                TO DVER-COUNTED-AMT
           MOVE ZEROS                TO DVER-ADJ-AMT
           MOVE ZEROS                TO DVER-ADJ-TXN-ID
           MOVE ZEROS                TO DVER-COUNT-DT
           MOVE SPACES               TO DVER-COUNT-BY
           MOVE ZEROS                TO DVER-TERM-POST-DT
           WRITE DVER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-DVER-OK
               ADD 1 TO WS-DEPS-TO-VERIFY
           ELSE
               DISPLAY "WARNING: Could not enter deposit for count "
                   "- status " WS-DVER-STATUS
           END-IF.
       WRITE-DEPOSIT-VERIFY-EXIT.
           EXIT.

      *    Opens the hold file (creating it on first use) and seeds
      *    the next hold id from the highest key on file.
       OPEN-HOLD-FILE.
                   CONTINUE
           END-WRITE
           IF WS-HOLD-OK
               MOVE HOLD-ID TO WS-CLTR-HOLD-ID
               ADD 1 TO WS-NEXT-HOLD-ID
           ELSE
               DISPLAY "WARNING: Could not write hold record - "

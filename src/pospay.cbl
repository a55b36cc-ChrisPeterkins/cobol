      * returns file goes out. Pay posts the debit through the same    *
      * journal entry INCLEAR would have written; Return writes the    *
      * item to the decisioning returns file for the correspondent.    *
      * An item the account cannot cover may be returned for           *
      * insufficient funds from the Pay prompt, which charges the NSF  *
      * item fee; one paid into overdraft is charged the overdraft     *
      * item fee - both within the daily per-account cap.              *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
       01  WS-AVAIL-BAL          PIC S9(9)V99.
       01  WS-LISTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REASON-TEXT        PIC X(22).
       01  WS-RETURN-REASON      PIC X(20).
       01  WS-RETURNED-FLAG      PIC 9 VALUE 0.
           88  WS-ITEM-RETURNED      VALUE 1.
       01  WS-NSF-ANSWER         PIC X(1).
           88  WS-NSF-RETURN         VALUE "Y" "y".

      *--- Per-item fees (NSF return, paid into overdraft) ---
       01  WS-CFG-NSF-FEE        PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-KIND          PIC X(1).
           88  WS-IFEE-IS-NSF        VALUE "N".
           88  WS-IFEE-IS-OD         VALUE "O".
       01  WS-IFEE-AMT           PIC 9(5)V99.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
                       IF CTRL-NSF-FEE NUMERIC
                           AND CTRL-NSF-FEE > ZEROS
                           MOVE CTRL-NSF-FEE TO WS-CFG-NSF-FEE
                       END-IF
                       IF CTRL-OD-ITEM-FEE NUMERIC
                           AND CTRL-OD-ITEM-FEE > ZEROS
                           MOVE CTRL-OD-ITEM-FEE
                               TO WS-CFG-OD-ITEM-FEE
                       END-IF
                       IF CTRL-IFEE-DAY-CAP NUMERIC
                           AND CTRL-IFEE-DAY-CAP > ZEROS
                           MOVE CTRL-IFEE-DAY-CAP
                               TO WS-CFG-IFEE-DAY-CAP
                       END-IF
               END-READ
           END-IF

                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the selected action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           UNLOCK ACCT-FILE.

       LIST-EXCEPTIONS.
           MOVE 0 TO WS-PPEX-EOF-FLAG
           DISPLAY "Serial:    " PPEX-SERIAL
           DISPLAY "Presented: " WS-DISP-AMT
           DISPLAY "Reason:    " WS-REASON-TEXT
           MOVE "POSITIVE PAY RETURN" TO WS-RETURN-REASON
           DISPLAY "Pay or Return (P/R)?"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-DECISION
       PAY-EXCEPTION.
           MOVE PPEX-AMOUNT TO WS-TXN-AMT
           MOVE PPEX-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account no longer on file - return "
                       "the item instead."
                   GO TO PAY-EXCEPTION-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PAY-EXCEPTION-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account is not active - return the item "
                   "instead."
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
           IF WS-TXN-AMT > WS-AVAIL-BAL
               PERFORM OFFER-NSF-RETURN THRU OFFER-NSF-RETURN-EXIT
               GO TO PAY-EXCEPTION-EXIT
           END-IF
           SUBTRACT WS-TXN-AMT FROM ACCT-BAL
           END-REWRITE
           MOVE WS-TXN-AMT TO WS-DISP-AMT
           DISPLAY "PAID check " PPEX-SERIAL " on "
               PPEX-ACCT-NO " for " WS-DISP-AMT "."
           IF ACCT-BAL < ZEROS
               MOVE "O" TO WS-IFEE-KIND
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           END-IF.
       PAY-EXCEPTION-EXIT.
           EXIT.

      *    The account cannot cover the item. The operator may
      *    return it for insufficient funds here, which charges the
      *    NSF item fee; otherwise the exception stays open. The
      *    account is still held from PAY-EXCEPTION's read.
       OFFER-NSF-RETURN.
           DISPLAY "Insufficient available funds."
           DISPLAY "Return the item NSF (Y/N)?"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-NSF-ANSWER
           IF NOT WS-NSF-RETURN
               DISPLAY "No decision taken."
               GO TO OFFER-NSF-RETURN-EXIT
           END-IF
           MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
           PERFORM RETURN-EXCEPTION THRU RETURN-EXCEPTION-EXIT
           IF WS-ITEM-RETURNED
               MOVE "N" TO WS-IFEE-KIND
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           END-IF.
       OFFER-NSF-RETURN-EXIT.
           EXIT.

      *    Charges the per-item fee named by WS-IFEE-KIND against
      *    the account held in ACCT-REC: N for an item returned for
      *    insufficient funds, O for one paid into overdraft. The
      *    count restarts on a new day and no fee is charged once
      *    it reaches the daily cap. The fee itself may overdraw
      *    the account - it is collected from the next deposit.
       ASSESS-ITEM-FEE.
           IF ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               DISPLAY "Daily item fee cap reached - no fee "
                   "charged."
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
               DISPLAY "WARNING: Item fee not charged - "
                   WS-ACCT-STATUS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           PERFORM LOG-ITEM-FEE THRU LOG-ITEM-FEE-EXIT
           MOVE WS-IFEE-AMT TO WS-DISP-AMT
           DISPLAY "Item fee charged: " WS-DISP-AMT.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

       LOG-ITEM-FEE.
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "WARNING: Item fee charged but journal "
                   "unavailable."
               GO TO LOG-ITEM-FEE-EXIT
           END-IF
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE ACCT-NO           TO TXN-ACCT-NO
           MOVE "S"               TO TXN-TYPE
           MOVE WS-IFEE-AMT       TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           IF WS-IFEE-IS-NSF
               MOVE "NSF ITEM FEE"       TO TXN-DESC
               MOVE "NSFF"               TO TXN-CATEGORY
           ELSE
               MOVE "OVERDRAFT ITEM FEE" TO TXN-DESC
               MOVE "ODFE"               TO TXN-CATEGORY
           END-IF
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE ZEROS             TO TXN-REF-ID
           MOVE WS-OPERATOR-ID    TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE SPACES            TO TXN-OVERRIDE-ID
           MOVE PPEX-SERIAL       TO TXN-CHECK-NO
           MOVE ZEROS             TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE SPACES            TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID THRU PERSIST-NEXT-TXN-ID-EXIT
           ELSE
               DISPLAY "WARNING: Item fee charged but transaction "
                   "log failed."
           END-IF.
       LOG-ITEM-FEE-EXIT.
           EXIT.

      *    An amount-mismatch pay settles the register issue at the
      *    presented amount; duplicates and not-on-file items have
      *    no Open issue to settle.
           EXIT.

       RETURN-EXCEPTION.
           MOVE 0 TO WS-RETURNED-FLAG
           IF NOT WS-RET-IS-OPEN
               STRING "data/POSPAY-RET-" WS-TODAY-DATE ".dat"
                   DELIMITED BY SIZE INTO WS-RET-FILENAME
           MOVE PPEX-ACCT-NO TO RET-ACCT-NO
           MOVE PPEX-SERIAL  TO RET-SERIAL
           MOVE PPEX-AMOUNT  TO RET-AMOUNT
           MOVE WS-RETURN-REASON TO RET-REASON
           WRITE RETURN-REC
           SET WS-ITEM-RETURNED TO TRUE
           MOVE "R" TO PPEX-STATUS
           MOVE WS-OPERATOR-ID TO PPEX-DECIDED-BY
           MOVE WS-TODAY-DATE  TO PPEX-DECIDED-DT

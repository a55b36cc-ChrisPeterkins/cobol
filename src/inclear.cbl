      * mismatch, or a second presentment of a paid serial is held     *
      * out of posting on the exception queue for the POSPAY morning   *
      * decisioning instead of paying or bouncing unreviewed.          *
      * A check returned for insufficient funds is charged the NSF     *
      * item fee, and one paid into overdraft the overdraft item fee,  *
      * up to the daily per-account cap (CTRL-IFEE-DAY-CAP).           *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-PP-EXCEPTIONS      PIC 9(7) VALUE 0.
       01  WS-PP-EXCEPT-TOTAL    PIC S9(11)V99 VALUE ZEROS.

      *--- Per-item fees (NSF return, paid into overdraft) ---
       01  WS-CFG-NSF-FEE        PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-KIND          PIC X(1).
           88  WS-IFEE-IS-NSF        VALUE "N".
           88  WS-IFEE-IS-OD         VALUE "O".
       01  WS-IFEE-AMT           PIC 9(5)V99.
       01  WS-IFEES-CHARGED      PIC 9(7) VALUE 0.
       01  WS-IFEE-TOTAL         PIC S9(11)V99 VALUE ZEROS.

       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-CHECKS-PAID        PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL         PIC S9(11)V99 VALUE ZEROS.
                           MOVE CTRL-OFCHK-ACCT
                               TO WS-CFG-OFCHK-ACCT
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

               MOVE WS-PP-EXCEPT-TOTAL TO WS-DISP-AMT
               DISPLAY "  Amount held:      " WS-DISP-AMT
           END-IF
           DISPLAY "  Item fees:        " WS-IFEES-CHARGED
           MOVE WS-IFEE-TOTAL TO WS-DISP-AMT
           DISPLAY "  Item fee amount:  " WS-DISP-AMT
           DISPLAY "  Returns file:     data/INCLEAR-RET.dat"
           DISPLAY "========================================="

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
               MOVE "INSUFFICIENT FUNDS" TO RET-REASON
               PERFORM RETURN-THIS-CHECK
               MOVE "N" TO WS-IFEE-KIND
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               GO TO POST-ONE-CHECK-EXIT
           END-IF

               PERFORM MARK-OFCHK-PAID THRU MARK-OFCHK-PAID-EXIT
           END-IF
           ADD 1 TO WS-CHECKS-PAID
           ADD WS-TXN-AMT TO WS-PAID-TOTAL
           IF ACCT-BAL < ZEROS
               MOVE "O" TO WS-IFEE-KIND
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           END-IF.
       POST-ONE-CHECK-EXIT.
           EXIT.

      *    Charges the per-item fee named by WS-IFEE-KIND against
      *    the account in ACCT-REC: N for a check returned for
      *    insufficient funds, O for one paid into overdraft. The
      *    count restarts on a new day and no fee is charged once
      *    it reaches the daily cap. The fee itself may overdraw
      *    the account - it is collected from the next deposit.
       ASSESS-ITEM-FEE.
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               DISPLAY "  NO FEE " ACCT-NO
                   " - daily item fee cap reached"
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
               DISPLAY "  WARNING: Item fee not charged to "
                   ACCT-NO " - status " WS-ACCT-STATUS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           PERFORM LOG-ITEM-FEE THRU LOG-ITEM-FEE-EXIT
           ADD 1 TO WS-IFEES-CHARGED
           ADD WS-IFEE-AMT TO WS-IFEE-TOTAL.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

       LOG-ITEM-FEE.
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "  WARNING: Item fee charged but journal "
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
           MOVE SPACES            TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE SPACES            TO TXN-OVERRIDE-ID
           MOVE WS-CHECK-NO       TO TXN-CHECK-NO
           MOVE ZEROS             TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE SPACES            TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID THRU PERSIST-NEXT-TXN-ID-EXIT
           ELSE
               DISPLAY "  WARNING: Account " ACCT-NO
                   " charged but transaction log failed."
           END-IF.
       LOG-ITEM-FEE-EXIT.
           EXIT.

       RETURN-THIS-CHECK.
           MOVE CLEAR-ACCT-NO TO RET-ACCT-NO
           MOVE CLEAR-SERIAL  TO RET-SERIAL

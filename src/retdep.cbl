      * RETDEP - Returned Deposited Item Chargeback Batch              *
      * Reads the return file for checks our customers deposited that  *
      * bounced at the other bank (data/RETDEP.dat: our account 8,     *
      * amount 9, reason code 4, original deposit date 8, and when the *
      * correspondent sends them the drawee routing 9 and serial 6).   *
      * Each return is matched back to the item CASHLTR presented on   *
      * the outgoing cash letter (data/CASHITEM.dat), which is marked  *
      * returned; without an item the journal is searched instead.     *
      * Each item posts as a chargeback withdrawal under its own RDEP  *
      * category, cross-referenced to the original deposit's journal   *
      * entry via TXN-REF-ID; the return fee (CTRL-RETDEP-FEE) posts   *
      * as an "S" entry under RDFE; an open availability hold on the   *
      * original deposit is extended; and customers whose returns in  *
      * the trailing window cross the threshold report out so the      *
      * branch can restrict their availability schedule. A chargeback  *
      * posts even into overdraft - the other bank already has the     *
      * money.                                                         *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLTR-FILE
               ASSIGN TO "data/CASHITEM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLTR-ITEM-ID
               FILE STATUS IS WS-CLTR-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
           05  RET-AMOUNT         PIC 9(7)V99.
           05  RET-REASON         PIC X(4).
           05  RET-ORIG-DATE      PIC 9(8).
      *    MICR routing and serial of the returned item; blank when
      *    the correspondent does not send them.
           05  RET-ROUTING        PIC 9(9).
           05  RET-SERIAL         PIC 9(6).

       FD  ACCT-FILE.
       COPY ACCT-REC.
       FD  HOLD-FILE.
       COPY HOLD-REC.

       FD  CLTR-FILE.
       COPY CLTR-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       01  WS-HOLD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-HOLD-AT-EOF        VALUE 1.

       01  WS-CLTR-STATUS        PIC XX.
           88  WS-CLTR-OK            VALUE "00".
           88  WS-CLTR-EOF           VALUE "10".
       01  WS-CLTR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CLTR-IS-OPEN       VALUE 1.
       01  WS-CLTR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CLTR-AT-EOF        VALUE 1.
      *    Cash letter item the return matched: the item id, and
      *    whether its deposit date agreed with the return file's.
       01  WS-CLTR-MATCH-ID      PIC 9(10) VALUE ZEROS.
       01  WS-CLTR-EXACT-FLAG    PIC 9 VALUE 0.
           88  WS-CLTR-EXACT-MATCH   VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
       01  WS-FEES-POSTED        PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-HOLDS-EXTENDED     PIC 9(5) VALUE 0.
       01  WS-ITEMS-MATCHED      PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
               SET WS-HOLD-IS-OPEN TO TRUE
           END-IF

      *    No check item register yet simply means every return
      *    is matched from the journal.
           OPEN I-O CLTR-FILE
           IF WS-CLTR-OK
               SET WS-CLTR-IS-OPEN TO TRUE
           END-IF

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
           DISPLAY "  Amount charged:   " WS-DISP-AMT
           DISPLAY "  Fees assessed:    " WS-FEES-POSTED
           DISPLAY "  Holds extended:   " WS-HOLDS-EXTENDED
           DISPLAY "  Items matched:    " WS-ITEMS-MATCHED
           DISPLAY "  Items rejected:   " WS-REJECTED-COUNT
           DISPLAY "========================================="

           IF WS-HOLD-IS-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-CLTR-IS-OPEN
               CLOSE CLTR-FILE
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
           END-IF
               GO TO POST-ONE-RETURN-EXIT
           END-IF

           PERFORM MATCH-CASH-LETTER-ITEM
               THRU MATCH-CASH-LETTER-ITEM-EXIT
           IF WS-CLTR-MATCH-ID = ZEROS
               PERFORM FIND-ORIGINAL-DEPOSIT
                   THRU FIND-ORIGINAL-DEPOSIT-EXIT
           END-IF

      *    The other bank already has the money - the chargeback
      *    posts even into overdraft.
               THRU LOG-CHARGEBACK-TXNS-EXIT
           PERFORM EXTEND-ORIGINAL-HOLD
               THRU EXTEND-ORIGINAL-HOLD-EXIT
           PERFORM MARK-ITEM-RETURNED
               THRU MARK-ITEM-RETURNED-EXIT

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-TXN-AMT TO WS-POSTED-TOTAL
       POST-ONE-RETURN-EXIT.
           EXIT.

      *    The cash letter item the return is for: same account and
      *    amount, presented (or collected, or still awaiting the
      *    letter), and the same routing and serial where the return
      *    carries them. An item deposited on the return's original
      *    date wins; otherwise the first candidate stands. The
      *    item's deposit entry becomes the original deposit.
       MATCH-CASH-LETTER-ITEM.
           MOVE ZEROS TO WS-CLTR-MATCH-ID
           MOVE 0 TO WS-CLTR-EXACT-FLAG
           IF NOT WS-CLTR-IS-OPEN
               GO TO MATCH-CASH-LETTER-ITEM-EXIT
           END-IF
           MOVE 0 TO WS-CLTR-EOF-FLAG
           MOVE ZEROS TO CLTR-ITEM-ID
           START CLTR-FILE KEY IS NOT LESS THAN CLTR-ITEM-ID
               INVALID KEY
                   GO TO MATCH-CASH-LETTER-ITEM-EXIT
           END-START
           PERFORM CHECK-ONE-ITEM
               UNTIL WS-CLTR-AT-EOF OR WS-CLTR-EXACT-MATCH
           IF WS-CLTR-MATCH-ID = ZEROS
               GO TO MATCH-CASH-LETTER-ITEM-EXIT
           END-IF
           MOVE WS-CLTR-MATCH-ID TO CLTR-ITEM-ID
           READ CLTR-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-CLTR-MATCH-ID
               NOT INVALID KEY
                   MOVE CLTR-TXN-ID TO WS-ORIG-TXN-ID
           END-READ.
       MATCH-CASH-LETTER-ITEM-EXIT.
           EXIT.

       CHECK-ONE-ITEM.
           READ CLTR-FILE NEXT
               AT END
                   SET WS-CLTR-AT-EOF TO TRUE
                   GO TO CHECK-ONE-ITEM-EXIT
           END-READ
           IF CLTR-ACCT-NO NOT = RET-ACCT-NO
               OR CLTR-AMOUNT NOT = RET-AMOUNT
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF
           IF NOT CLTR-IS-SENT AND NOT CLTR-IS-PAID
               AND NOT CLTR-IS-CAPTURED
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF
           IF RET-ROUTING NUMERIC AND RET-ROUTING > ZEROS
               AND RET-ROUTING NOT = CLTR-ROUTING
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF
           IF RET-SERIAL NUMERIC AND RET-SERIAL > ZEROS
               AND RET-SERIAL NOT = CLTR-SERIAL
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF
           IF CLTR-DEPOSIT-DT = RET-ORIG-DATE
               MOVE CLTR-ITEM-ID TO WS-CLTR-MATCH-ID
               SET WS-CLTR-EXACT-MATCH TO TRUE
               GO TO CHECK-ONE-ITEM-EXIT
           END-IF
           IF WS-CLTR-MATCH-ID = ZEROS
               MOVE CLTR-ITEM-ID TO WS-CLTR-MATCH-ID
           END-IF.
       CHECK-ONE-ITEM-EXIT.
           EXIT.

      *    The matched item comes off the in-process register as
      *    returned, with the date and the correspondent's reason.
       MARK-ITEM-RETURNED.
           IF WS-CLTR-MATCH-ID = ZEROS
               GO TO MARK-ITEM-RETURNED-EXIT
           END-IF
           MOVE WS-CLTR-MATCH-ID TO CLTR-ITEM-ID
           READ CLTR-FILE
               INVALID KEY
                   GO TO MARK-ITEM-RETURNED-EXIT
           END-READ
           MOVE "R"           TO CLTR-STATUS
           MOVE WS-TODAY-DATE TO CLTR-RETURN-DT
           MOVE RET-REASON    TO CLTR-RETURN-RSN
           REWRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CLTR-OK
               ADD 1 TO WS-ITEMS-MATCHED
               DISPLAY "  ITEM " CLTR-ITEM-ID " RETURNED - "
                   "deposit " CLTR-TXN-ID
           END-IF.
       MARK-ITEM-RETURNED-EXIT.
           EXIT.

      *    The original deposit: same account, same amount, type D,
      *    posted on the date the return file carries. Its id goes
      *    on the chargeback's TXN-REF-ID; zero when no match.

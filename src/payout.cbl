           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
           END-IF

           SUBTRACT WS-TXN-AMT FROM ACCT-BAL
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "A" TO PAY-FAIL-CODE
       SEND-ONE-PAYMENT-EXIT.
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

      *    Debits stop the moment a holder's date of death is on
      *    the customer master; uses the same lazily opened
      *    customer master the alert path uses.

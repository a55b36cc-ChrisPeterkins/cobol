           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
                   ADD 1 TO WS-ORDERS-SKIPPED
                   GO TO RUN-ONE-STANDING-ORDER-EXIT
           END-SUBTRACT
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  SKIP order " STORD-ID
       RUN-ONE-STANDING-ORDER-EXIT.
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

      *    Weekly orders move ahead by 7 calendar days using the Julian
      *    day-count functions. Monthly orders roll the month forward
      *    directly, clamping the day to the shorter month when needed

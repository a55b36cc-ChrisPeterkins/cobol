               IF ACCT-LEGAL-AMT NUMERIC
                   SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-PLEDGE-AMT NUMERIC
                   SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
               END-IF
               SUBTRACT SWP-TARGET-BAL FROM WS-AVAIL-BAL
               IF WS-AVAIL-BAL < WS-MOVE-AMT
                   IF WS-AVAIL-BAL > ZEROS
               IF ACCT-LEGAL-AMT NUMERIC
                   SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-PLEDGE-AMT NUMERIC
                   SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
               END-IF
               IF WS-AVAIL-BAL < WS-MOVE-AMT
                   IF WS-AVAIL-BAL > ZEROS
                       MOVE WS-AVAIL-BAL TO WS-MOVE-AMT

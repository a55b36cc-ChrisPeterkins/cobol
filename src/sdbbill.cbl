           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF WS-AVAIL-BAL < WS-FEE-AMT
               MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
               PERFORM REPORT-ARREARS

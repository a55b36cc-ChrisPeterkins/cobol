               WHEN 26 MOVE WS-NEW-VALUE TO CTRL-SGNR-THRESHOLD
               WHEN 27 MOVE WS-NEW-VALUE TO CTRL-FX-TOLERANCE
               WHEN 28 MOVE WS-NEW-VALUE TO CTRL-RETDEP-FEE
               WHEN 29 MOVE WS-NEW-VALUE TO CTRL-LATE-GRACE-DAYS
               WHEN 30 MOVE WS-NEW-VALUE TO CTRL-LATE-FEE-AMT
               WHEN 31 MOVE WS-NEW-VALUE TO CTRL-LATE-FEE-PCT
               WHEN 32 MOVE WS-NEW-VALUE TO CTRL-ESCROW-ACCT
               WHEN 33 MOVE WS-NEW-VALUE TO CTRL-LTV-MAX-PCT
               WHEN 34 MOVE WS-NEW-VALUE TO CTRL-DEP-INS-LIMIT
               WHEN 35 MOVE WS-NEW-VALUE TO CTRL-XWD-LIMIT
               WHEN 36 MOVE WS-NEW-VALUE TO CTRL-XWD-FEE
               WHEN 37 MOVE WS-NEW-VALUE TO CTRL-NSF-FEE
               WHEN 38 MOVE WS-NEW-VALUE TO CTRL-OD-ITEM-FEE
               WHEN 39 MOVE WS-NEW-VALUE TO CTRL-IFEE-DAY-CAP
               WHEN 40 MOVE WS-NEW-VALUE TO CTRL-ANL-ECR-RATE
               WHEN 41 MOVE WS-NEW-VALUE TO CTRL-ANL-RESERVE-PCT
               WHEN 42 MOVE WS-NEW-VALUE TO CTRL-FTP-RATE
               WHEN 43 MOVE WS-NEW-VALUE TO CTRL-RATE-NOTICE-DAYS
               WHEN 44 MOVE WS-NEW-VALUE TO CTRL-APPL-AGE-DAYS
               WHEN 45 MOVE WS-NEW-VALUE TO CTRL-IDLE-MINUTES
           END-EVALUATE.

      *    Releases every warehoused future-dated transfer due on
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF

           MOVE ZEROS           TO CUST-ID-EXPIRY
           MOVE ZEROS           TO CUST-ID-VERIF-DT
           MOVE SPACES          TO CUST-ID-VERIF-BY
           MOVE SPACES          TO CUST-INSIDER-TYPE
           MOVE SPACES          TO CUST-INSIDER-OPER
           MOVE SPACES          TO CUST-RETMAIL-FLAG
           MOVE ZEROS           TO CUST-RETMAIL-DT
           MOVE SPACES          TO CUST-CONTACT-OPT
           MOVE ZEROS           TO CUST-CONTACT-DT
           WRITE CUST-REC
           INVALID KEY
               ADD 1 TO WS-LINES-REJECTED
           MOVE ZEROS             TO ACCT-IRA-MATURE-DT
           MOVE SPACES            TO ACCT-POD-NAME
           MOVE ZEROS             TO ACCT-LEGAL-AMT
           MOVE ZEROS             TO ACCT-PLEDGE-AMT
           MOVE ZEROS             TO ACCT-XWD-MONTH
           MOVE ZEROS             TO ACCT-XWD-COUNT
           MOVE ZEROS             TO ACCT-XWD-CHARGED
           MOVE ZEROS             TO ACCT-XWD-OVER-MOS
           MOVE ZEROS             TO ACCT-IFEE-DATE
           MOVE ZEROS             TO ACCT-IFEE-COUNT
           MOVE SPACES            TO ACCT-PRODUCT
           MOVE SPACES            TO ACCT-ANALYSIS
           MOVE ZEROS             TO ACCT-STMT-CYCLE
           MOVE SPACES            TO ACCT-STMT-FREQ
           MOVE ZEROS             TO ACCT-STMT-LAST-DT
           MOVE SPACES            TO ACCT-PROMO-CODE
           MOVE ZEROS             TO ACCT-PROMO-EXP-DT
           MOVE ZEROS             TO ACCT-INT-ACCRUED
           MOVE ZEROS             TO ACCT-INT-ACCR-DT
           MOVE ZEROS             TO ACCT-CHGOFF-AMT
           MOVE ZEROS             TO ACCT-CHGOFF-DT
           MOVE SPACES            TO ACCT-RES-NO-DEBIT

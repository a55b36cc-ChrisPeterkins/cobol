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
           MOVE ZEROS             TO CUST-ID-EXPIRY
           MOVE ZEROS             TO CUST-ID-VERIF-DT
           MOVE SPACES            TO CUST-ID-VERIF-BY
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE ZEROS             TO CUST-ID-EXPIRY
           MOVE ZEROS             TO CUST-ID-VERIF-DT
           MOVE SPACES            TO CUST-ID-VERIF-BY
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE ZEROS             TO CUST-ID-EXPIRY
           MOVE ZEROS             TO CUST-ID-VERIF-DT
           MOVE SPACES            TO CUST-ID-VERIF-BY
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE ZEROS             TO CUST-ID-EXPIRY
           MOVE ZEROS             TO CUST-ID-VERIF-DT
           MOVE SPACES            TO CUST-ID-VERIF-BY
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE ZEROS           TO OPER-FAIL-COUNT
           MOVE "T"             TO OPER-AUTH-LEVEL
           MOVE 2000.00         TO OPER-TXN-LIMIT
           MOVE SPACES          TO OPER-ROLE
           WRITE OPER-REC
           IF WS-OPER-OK ADD 1 TO WS-OPER-COUNT END-IF

           MOVE ZEROS           TO OPER-FAIL-COUNT
           MOVE "T"             TO OPER-AUTH-LEVEL
           MOVE 2000.00         TO OPER-TXN-LIMIT
           MOVE SPACES          TO OPER-ROLE
           WRITE OPER-REC
           IF WS-OPER-OK ADD 1 TO WS-OPER-COUNT END-IF

           MOVE ZEROS           TO OPER-FAIL-COUNT
           MOVE "S"             TO OPER-AUTH-LEVEL
           MOVE ZEROS           TO OPER-TXN-LIMIT
           MOVE SPACES          TO OPER-ROLE
           WRITE OPER-REC
           IF WS-OPER-OK ADD 1 TO WS-OPER-COUNT END-IF


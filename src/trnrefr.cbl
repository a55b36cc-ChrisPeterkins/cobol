           MOVE "123-45-6789"     TO CUST-TAX-ID
           MOVE 20250101          TO CUST-OPEN-DT
           MOVE "A"               TO CUST-STATUS
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE "234-56-7890"     TO CUST-TAX-ID
           MOVE 20250115          TO CUST-OPEN-DT
           MOVE "A"               TO CUST-STATUS
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE "345-67-8901"     TO CUST-TAX-ID
           MOVE 20250201          TO CUST-OPEN-DT
           MOVE "A"               TO CUST-STATUS
           MOVE SPACES            TO CUST-INSIDER-TYPE
           MOVE SPACES            TO CUST-INSIDER-OPER
           MOVE SPACES            TO CUST-RETMAIL-FLAG
           MOVE ZEROS             TO CUST-RETMAIL-DT
           MOVE SPACES            TO CUST-CONTACT-OPT
           MOVE ZEROS             TO CUST-CONTACT-DT
           WRITE CUST-REC
           IF WS-CUST-OK ADD 1 TO WS-CUST-COUNT END-IF

           MOVE "456-78-9012"     TO CUST-TAX-ID
           MOVE 20240601          TO CUST-OPEN-DT
           MOVE "A"               TO CUST-STATUS
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


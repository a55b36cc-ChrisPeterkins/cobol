       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
      *================================================================*
      * RETMAIL - Returned-Mail File Load                              *
      * Nightly step. Reads the returned-mail file the mailroom keys   *
      * from the envelopes that came back undeliverable               *
      * (data/RETMAIL.txt: customer number 8, account number 8, date   *
      * returned 8 - either number will do; an account is taken to    *
      * its linked customer) and marks each customer's mail as         *
      * returned (CUST-RETMAIL-FLAG/DT) so the statement and letter    *
      * runs hold their mail. A customer already marked keeps the      *
      * date the first piece came back. Every customer marked is       *
      * audited as RETMAIL under this program's name. After the run    *
      * the file is rewritten with only the lines that could not be    *
      * matched, for the mailroom to correct, so a piece is never      *
      * applied twice; when any are left the job ends RC 4.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-FILE
               ASSIGN TO "data/RETMAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RM-FILE.
       01  RM-REC.
           05  RM-CUST-NO         PIC X(8).
           05  RM-ACCT-NO         PIC X(8).
           05  RM-RET-DT          PIC X(8).

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-RM-STATUS          PIC XX.
           88  WS-RM-OK              VALUE "00".
           88  WS-RM-EOF             VALUE "10".
           88  WS-RM-FILE-MISSING    VALUE "35".

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
           88  WS-CUST-FILE-MISSING  VALUE "35".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-LINE-CUST          PIC 9(8).
       01  WS-LINE-ACCT          PIC 9(8).
       01  WS-LINE-DT            PIC 9(8).

       01  WS-LINES-READ         PIC 9(6) VALUE 0.
       01  WS-CUST-MARKED        PIC 9(6) VALUE 0.
       01  WS-ALREADY-MARKED     PIC 9(6) VALUE 0.
       01  WS-LINES-REJECTED     PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON      PIC X(40).

      *--- Unmatched lines, written back for the mailroom ---
       01  WS-REJ-TABLE.
           05  WS-REJ-LINE       PIC X(24) OCCURS 500 TIMES.
       01  WS-REJ-COUNT          PIC 9(3) VALUE 0.
       01  WS-REJ-IDX            PIC 9(3).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  RETURNED-MAIL FILE LOAD"
           DISPLAY "========================================="

           OPEN INPUT RM-FILE
           IF NOT WS-RM-OK
               IF WS-RM-FILE-MISSING
                   DISPLAY "No returned-mail file (data/RETMAIL.txt)"
                       " - nothing to load."
               ELSE
                   DISPLAY "Error opening returned-mail file: "
                       WS-RM-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           OPEN I-O CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "FATAL: Cannot open customer master: "
                   WS-CUST-STATUS
               CLOSE RM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The account master is only needed for lines keyed by
      *    account number.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF
           PERFORM GET-CURRENT-DATETIME

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-OK
               SET WS-AUDIT-IS-OPEN TO TRUE
           END-IF

           PERFORM LOAD-NEXT-LINE UNTIL WS-RM-EOF
           CLOSE RM-FILE

      *    Only the unmatched lines are kept, so tomorrow's keying
      *    starts from them and a customer the branch has cleared
      *    is not marked again from today's envelopes.
           OPEN OUTPUT RM-FILE
           IF WS-RM-OK
               PERFORM WRITE-BACK-REJECT
                   VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               CLOSE RM-FILE
           ELSE
               DISPLAY "WARNING: Could not rewrite data/RETMAIL.txt"
                   " - remove the loaded lines before the next run."
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY SPACES
           DISPLAY "  Lines read:         " WS-LINES-READ
           DISPLAY "  Customers marked:   " WS-CUST-MARKED
           DISPLAY "  Already marked:     " WS-ALREADY-MARKED
           DISPLAY "  Lines rejected:     " WS-LINES-REJECTED
           DISPLAY "========================================="
           IF WS-LINES-REJECTED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CUST-FILE
           IF WS-ACCT-IS-OPEN
               CLOSE ACCT-FILE
               MOVE 0 TO WS-ACCT-OPEN-FLAG
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           END-IF
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

       LOAD-NEXT-LINE.
           READ RM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RM-REC NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM MARK-ONE-CUSTOMER
                           THRU MARK-ONE-CUSTOMER-EXIT
                   END-IF
           END-READ.

       MARK-ONE-CUSTOMER.
           MOVE ZEROS TO WS-LINE-CUST WS-LINE-ACCT WS-LINE-DT
           IF RM-CUST-NO NOT = SPACES
               MOVE FUNCTION NUMVAL(RM-CUST-NO) TO WS-LINE-CUST
           END-IF
           IF RM-ACCT-NO NOT = SPACES
               MOVE FUNCTION NUMVAL(RM-ACCT-NO) TO WS-LINE-ACCT
           END-IF
           IF RM-RET-DT NOT = SPACES
               MOVE FUNCTION NUMVAL(RM-RET-DT) TO WS-LINE-DT
           END-IF
           IF WS-LINE-DT = ZEROS
               MOVE WS-TODAY-DATE TO WS-LINE-DT
           END-IF

           IF WS-LINE-CUST = ZEROS
               IF WS-LINE-ACCT = ZEROS OR NOT WS-ACCT-IS-OPEN
                   MOVE "no customer or account number"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   GO TO MARK-ONE-CUSTOMER-EXIT
               END-IF
               MOVE WS-LINE-ACCT TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "account not found" TO WS-REJECT-REASON
                       PERFORM REJECT-LINE
                       GO TO MARK-ONE-CUSTOMER-EXIT
               END-READ
               IF ACCT-CUST-NO NOT NUMERIC
                   OR ACCT-CUST-NO = ZEROS
                   MOVE "account not linked to a customer"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   GO TO MARK-ONE-CUSTOMER-EXIT
               END-IF
               MOVE ACCT-CUST-NO TO WS-LINE-CUST
           END-IF

           MOVE WS-LINE-CUST TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE "customer not found" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
                   GO TO MARK-ONE-CUSTOMER-EXIT
           END-READ
           IF CUST-MAIL-RETURNED
               ADD 1 TO WS-ALREADY-MARKED
               GO TO MARK-ONE-CUSTOMER-EXIT
           END-IF

           MOVE "Y" TO CUST-RETMAIL-FLAG
           MOVE WS-LINE-DT TO CUST-RETMAIL-DT
           REWRITE CUST-REC
           IF NOT WS-CUST-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "could not update customer, status "
                   WS-CUST-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               PERFORM REJECT-LINE
               GO TO MARK-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-CUST-MARKED
           DISPLAY "  MARKED   " CUST-NO "  " CUST-NAME
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
       MARK-ONE-CUSTOMER-EXIT.
           EXIT.

       REJECT-LINE.
           ADD 1 TO WS-LINES-REJECTED
           DISPLAY "  REJECTED " RM-REC " - " WS-REJECT-REASON
           IF WS-REJ-COUNT < 500
               ADD 1 TO WS-REJ-COUNT
               MOVE RM-REC TO WS-REJ-LINE(WS-REJ-COUNT)
           ELSE
               DISPLAY "  (not kept for rekeying - more than 500 "
                   "rejects)"
           END-IF.

       WRITE-BACK-REJECT.
           MOVE WS-REJ-LINE(WS-REJ-IDX) TO RM-REC
           WRITE RM-REC.

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE "RETMAIL"         TO AUDIT-OPERATOR-ID
           MOVE "RETMAIL"         TO AUDIT-ACTION
           MOVE WS-LINE-ACCT      TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "CUST " CUST-NO " RETURNED " WS-LINE-DT
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

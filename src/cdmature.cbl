      *       the early-withdrawal block in TXNPROC/BANKUI lifts).     *
      * Also writes an advance-notice report of CDs maturing within    *
      * the next 30 days so the branch can call customers before an    *
      * auto-rollover. A notice for a customer whose mail has come     *
      * back (CUST-MAIL-RETURNED) goes on the day's hold-mail report   *
      * (HMAIL-REC) instead.                                           *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT HMAIL-FILE
               ASSIGN TO DYNAMIC WS-HMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  NOTICE-FILE.
       01  NOTICE-REC             PIC X(80).

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-RPT-OK             VALUE "00".
       01  WS-NOTICE-STATUS      PIC XX.
           88  WS-NOTICE-OK          VALUE "00".
       01  WS-HMAIL-STATUS       PIC XX.
           88  WS-HMAIL-OK           VALUE "00".
           88  WS-HMAIL-FILE-MISSING VALUE "35".

       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-NOTICE-OPEN-FLAG   PIC 9 VALUE 0.
           88  WS-NOTICE-IS-OPEN     VALUE 1.
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.
       01  WS-HMAIL-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-HMAIL-IS-OPEN      VALUE 1.

       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-NOTICE-FILENAME    PIC X(40).
       01  WS-HMAIL-FILENAME     PIC X(40).
       01  WS-RPT-LINE           PIC X(80).

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.
       01  WS-PAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-DEMAND-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOTICE-HELD         PIC 9(5) VALUE 0.
       01  WS-RETMAIL-FLAG        PIC 9 VALUE 0.
           88  WS-RETMAIL-HELD        VALUE 1.
       01  WS-TOTAL-PAID-OUT      PIC S9(11)V99 VALUE ZEROS.

       01  WS-DISP-AMT            PIC $$$,$$$,$$9.99.
           DISPLAY "  Total paid out:        " WS-DISP-AMT
           DISPLAY "  CDs moved to demand:   " WS-DEMAND-COUNT
           DISPLAY "  Advance notices:       " WS-NOTICE-COUNT
           DISPLAY "  Notices held (mail):   " WS-NOTICE-HELD
           DISPLAY "========================================="
           PERFORM CLOSE-REPORT-FILES
           PERFORM CLOSE-FILES
               END-IF
           END-IF

      *    The customer master only tells us whose mail is coming
      *    back; without it every notice is written as before.
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
               CLOSE NOTICE-FILE
               MOVE 0 TO WS-NOTICE-OPEN-FLAG
               DISPLAY "  Notice report:    " WS-NOTICE-FILENAME
           END-IF
           IF WS-HMAIL-IS-OPEN
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
               DISPLAY "  Hold-mail report: " WS-HMAIL-FILENAME
           END-IF.

       WRITE-RPT-LINE.
                           END-IF
                       ELSE
                           IF ACCT-MATURITY-DT <= WS-NOTICE-CUTOFF
                               PERFORM CHECK-RETURNED-MAIL
                               IF WS-RETMAIL-HELD
                                   PERFORM HOLD-NOTICE-FOR-ACCOUNT
                               ELSE
                                   PERFORM WRITE-NOTICE-FOR-ACCOUNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-STRING
           PERFORM WRITE-NOTICE-LINE.

      *    Whether the CD holder's mail is coming back. A keyed
      *    read of the customer master leaves the account scan
      *    position alone.
       CHECK-RETURNED-MAIL.
           MOVE 0 TO WS-RETMAIL-FLAG
           IF WS-CUST-IS-OPEN
               AND ACCT-CUST-NO NUMERIC
               AND ACCT-CUST-NO > ZEROS
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           SET WS-RETMAIL-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.

       HOLD-NOTICE-FOR-ACCOUNT.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               PERFORM WRITE-NOTICE-FOR-ACCOUNT
           ELSE
               MOVE SPACES TO HMAIL-LINE
               MOVE "CDMATURE"      TO HMAIL-SOURCE
               MOVE CUST-NO         TO HMAIL-CUST-NO
               MOVE ACCT-NO         TO HMAIL-ACCT-NO
               MOVE CUST-NAME       TO HMAIL-NAME
               STRING "CD MATURITY NOTICE " ACCT-MATURITY-DT
                   DELIMITED BY SIZE INTO HMAIL-ITEM
               END-STRING
               MOVE CUST-RETMAIL-DT TO HMAIL-RET-DT
               WRITE HMAIL-REC
               ADD 1 TO WS-NOTICE-HELD
           END-IF.

      *    The day's hold-mail report is shared with the other mail
      *    jobs, so it is extended, and created with its heading
      *    only when this is the first job of the day to hold mail.
       OPEN-HMAIL-FILE.
           IF WS-HMAIL-IS-OPEN
               GO TO OPEN-HMAIL-FILE-EXIT
           END-IF
           MOVE SPACES TO WS-HMAIL-FILENAME
           STRING "data/HOLDMAIL-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-HMAIL-FILENAME
           END-STRING
           OPEN EXTEND HMAIL-FILE
           IF WS-HMAIL-FILE-MISSING
               OPEN OUTPUT HMAIL-FILE
               IF WS-HMAIL-OK
                   PERFORM WRITE-HMAIL-HEADING
               END-IF
           END-IF
           IF WS-HMAIL-OK
               SET WS-HMAIL-IS-OPEN TO TRUE
           END-IF.
       OPEN-HMAIL-FILE-EXIT.
           EXIT.

       WRITE-HMAIL-HEADING.
           MOVE SPACES TO HMAIL-LINE
           MOVE "SOURCE"    TO HMAIL-LINE(1:8)
           MOVE "CUSTOMER"  TO HMAIL-LINE(10:8)
           MOVE "ACCOUNT"   TO HMAIL-LINE(19:8)
           MOVE "NAME"      TO HMAIL-LINE(28:30)
           MOVE "ITEM HELD" TO HMAIL-LINE(59:30)
           MOVE "RETURNED"  TO HMAIL-LINE(90:8)
           WRITE HMAIL-LINE.

       PROCESS-ONE-MATURITY.
           MOVE WS-MAT-ACCT-NO(WS-MAT-IDX) TO ACCT-NO
           READ ACCT-FILE

      * audit season. Each letter carries the linked accounts'        *
      * snapshot balances, any deposit holds open on that date, and   *
      * outstanding loan balances; a control listing totals the       *
      * letters produced. A customer whose mail has come back         *
      * (CUST-MAIL-RETURNED) gets no letter; it is listed on the day's *
      * hold-mail report (HMAIL-REC) and counted as held.              *
      * A customer who has agreed to household mailing (HHLD-REC) has  *
      * the letter addressed to the household mailing address and     *
      * written into the household's letter file for the as-of date,  *
      * so the household's letters go out in one envelope.             *
      * The household address is the head's, so while the head's mail  *
      * is coming back the member's letter is held the same way.       *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT HMAIL-FILE
               ASSIGN TO DYNAMIC WS-HMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMAIL-STATUS.

           SELECT HHLD-FILE
               ASSIGN TO "data/HOUSEHLD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       FD  LTR-FILE.
       01  LTR-REC                PIC X(80).

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

       FD  HHLD-FILE.
       COPY HHLD-REC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-LTR-FILENAME       PIC X(48).
       01  WS-LTR-LINE           PIC X(80).

       01  WS-HMAIL-STATUS       PIC XX.
           88  WS-HMAIL-OK           VALUE "00".
           88  WS-HMAIL-FILE-MISSING VALUE "35".
       01  WS-HMAIL-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-HMAIL-IS-OPEN      VALUE 1.
       01  WS-HMAIL-FILENAME     PIC X(40).

       01  WS-HHLD-STATUS        PIC XX.
           88  WS-HHLD-OK            VALUE "00".
           88  WS-HHLD-FILE-MISSING  VALUE "35".
       01  WS-HHLD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-HHLD-IS-OPEN       VALUE 1.

      *--- Household mailing for the letter in hand: the head of
      *    the household when the customer has agreed to household
      *    mailing, zero otherwise; and the households whose letter
      *    file has been started this run (later letters extend it).
       01  WS-HH-HEAD            PIC 9(8).
       01  WS-HH-MAIL-ADDR1      PIC X(30).
       01  WS-HH-MAIL-ADDR2      PIC X(30).
       01  WS-HH-MAIL-CITY       PIC X(20).
       01  WS-HH-MAIL-STATE      PIC X(2).
       01  WS-HH-MAIL-ZIP        PIC X(10).
       01  WS-HH-STARTED-TABLE.
           05  WS-HH-STARTED     OCCURS 200 TIMES PIC 9(8).
       01  WS-HH-STARTED-CNT     PIC 9(3) VALUE 0.
       01  WS-HH-IDX             PIC 9(3).
       01  WS-HH-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-HH-FILE-STARTED    VALUE 1.
       01  WS-RETMAIL-FLAG       PIC 9 VALUE 0.
           88  WS-RETMAIL-HELD       VALUE 1.
       01  WS-RETMAIL-DT         PIC 9(8).

       01  WS-INPUT-DATE         PIC X(8).
       01  WS-INPUT-CUST         PIC X(8).
       01  WS-ASOF-DATE          PIC 9(8).

       01  WS-LETTERS-PRINTED    PIC 9(5) VALUE 0.
       01  WS-LETTERS-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-LETTERS-HELD       PIC 9(5) VALUE 0.
       01  WS-REQ-MODE-FLAG      PIC 9 VALUE 0.
           88  WS-REQ-MODE           VALUE 1.

           IF WS-LOAN-OK
               SET WS-LOAN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT HHLD-FILE
           IF WS-HHLD-OK
               SET WS-HHLD-IS-OPEN TO TRUE
           END-IF

           IF WS-INPUT-CUST NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-CUST)
           DISPLAY "  CONTROL LISTING"
           DISPLAY "  Letters printed: " WS-LETTERS-PRINTED
           DISPLAY "  Letters skipped: " WS-LETTERS-SKIPPED
           DISPLAY "  Letters held:    " WS-LETTERS-HELD
           IF WS-HMAIL-IS-OPEN
               DISPLAY "  Hold-mail report: " WS-HMAIL-FILENAME
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
           END-IF
           DISPLAY "========================================="

           CLOSE CUST-FILE
           IF WS-LOAN-IS-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF WS-HHLD-IS-OPEN
               CLOSE HHLD-FILE
           END-IF
           STOP RUN.

       READ-NEXT-REQUEST.
               ADD 1 TO WS-LETTERS-SKIPPED
               GO TO PRINT-ONE-LETTER-EXIT
           END-IF
           IF CUST-MAIL-RETURNED
               MOVE CUST-RETMAIL-DT TO WS-RETMAIL-DT
               PERFORM HOLD-ONE-LETTER THRU HOLD-ONE-LETTER-EXIT
               GO TO PRINT-ONE-LETTER-EXIT
           END-IF

           PERFORM FIND-HOUSEHOLD THRU FIND-HOUSEHOLD-EXIT
           IF WS-HH-HEAD > ZEROS AND WS-HH-HEAD NOT = WS-TARGET-CUST
               PERFORM CHECK-HOUSEHOLD-RETMAIL
               IF WS-RETMAIL-HELD
                   PERFORM HOLD-ONE-LETTER THRU HOLD-ONE-LETTER-EXIT
                   GO TO PRINT-ONE-LETTER-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-LTR-FILENAME
           IF WS-HH-HEAD > ZEROS
               STRING "data/CONFLTR-H" WS-HH-HEAD "-"
                   WS-ASOF-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-LTR-FILENAME
               END-STRING
               MOVE 0 TO WS-HH-FOUND-FLAG
               PERFORM CHECK-HH-STARTED
                   VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-STARTED-CNT
                   OR WS-HH-FILE-STARTED
               IF WS-HH-FILE-STARTED
                   OPEN EXTEND LTR-FILE
               ELSE
                   OPEN OUTPUT LTR-FILE
                   IF WS-LTR-OK AND WS-HH-STARTED-CNT < 200
                       ADD 1 TO WS-HH-STARTED-CNT
                       MOVE WS-HH-HEAD
                           TO WS-HH-STARTED(WS-HH-STARTED-CNT)
                   END-IF
               END-IF
           ELSE
               STRING "data/CONFLTR-" WS-TARGET-CUST "-"
                   WS-ASOF-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-LTR-FILENAME
               END-STRING
               OPEN OUTPUT LTR-FILE
           END-IF
           IF NOT WS-LTR-OK
               DISPLAY "  SKIPPED " WS-TARGET-CUST
                   " - cannot open letter file"
       PRINT-ONE-LETTER-EXIT.
           EXIT.

       CHECK-HH-STARTED.
           IF WS-HH-STARTED(WS-HH-IDX) = WS-HH-HEAD
               SET WS-HH-FILE-STARTED TO TRUE
           END-IF.

      *    The household the customer's letter is mailed under - only
      *    when the customer has agreed to household mailing and the
      *    head's record, which carries the mailing address, is on
      *    file. With no household file every letter goes singly.
       FIND-HOUSEHOLD.
           MOVE ZEROS TO WS-HH-HEAD
           IF NOT WS-HHLD-IS-OPEN
               GO TO FIND-HOUSEHOLD-EXIT
           END-IF
           MOVE WS-TARGET-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO FIND-HOUSEHOLD-EXIT
           END-READ
           IF NOT HH-MAIL-CONSOLIDATE
               GO TO FIND-HOUSEHOLD-EXIT
           END-IF
           MOVE HH-HEAD-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO FIND-HOUSEHOLD-EXIT
           END-READ
           IF NOT HH-IS-HEAD
               GO TO FIND-HOUSEHOLD-EXIT
           END-IF
           MOVE HH-CUST-NO    TO WS-HH-HEAD
           MOVE HH-MAIL-ADDR1 TO WS-HH-MAIL-ADDR1
           MOVE HH-MAIL-ADDR2 TO WS-HH-MAIL-ADDR2
           MOVE HH-MAIL-CITY  TO WS-HH-MAIL-CITY
           MOVE HH-MAIL-STATE TO WS-HH-MAIL-STATE
           MOVE HH-MAIL-ZIP   TO WS-HH-MAIL-ZIP.
       FIND-HOUSEHOLD-EXIT.
           EXIT.

      *    Whether the head of the household has returned mail on
      *    file - the household address is the head's, so the
      *    letter waits with the rest of the head's mail. The
      *    customer's own record is read back for the letter.
       CHECK-HOUSEHOLD-RETMAIL.
           MOVE 0 TO WS-RETMAIL-FLAG
           MOVE ZEROS TO WS-RETMAIL-DT
           MOVE WS-HH-HEAD TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-MAIL-RETURNED
                       SET WS-RETMAIL-HELD TO TRUE
                       MOVE CUST-RETMAIL-DT TO WS-RETMAIL-DT
                   END-IF
           END-READ
           MOVE WS-TARGET-CUST TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *    The letter is not produced while the customer's mail is
      *    coming back, or the household head's is; the hold-mail
      *    line tells the mailroom and the branch what is waiting
      *    for a good address.
       HOLD-ONE-LETTER.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF NOT WS-HMAIL-IS-OPEN
               DISPLAY "  SKIPPED " WS-TARGET-CUST
                   " - returned mail, cannot open hold-mail report"
               ADD 1 TO WS-LETTERS-SKIPPED
               GO TO HOLD-ONE-LETTER-EXIT
           END-IF
           MOVE SPACES TO HMAIL-LINE
           MOVE "CONFLTR"       TO HMAIL-SOURCE
           MOVE CUST-NO         TO HMAIL-CUST-NO
           MOVE ZEROS           TO HMAIL-ACCT-NO
           MOVE CUST-NAME       TO HMAIL-NAME
           STRING "CONFIRMATION AS OF " WS-ASOF-DATE
               DELIMITED BY SIZE INTO HMAIL-ITEM
           END-STRING
           MOVE WS-RETMAIL-DT   TO HMAIL-RET-DT
           WRITE HMAIL-REC
           ADD 1 TO WS-LETTERS-HELD
           DISPLAY "  HELD    " WS-TARGET-CUST "  "
               CUST-NAME "  RETURNED MAIL".
       HOLD-ONE-LETTER-EXIT.
           EXIT.

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

       COLLECT-LINKED-ACCOUNTS.
           MOVE ZEROS TO WS-ACCT-CNT
           MOVE 0 TO WS-ACCT-EOF-FLAG
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           IF WS-HH-HEAD > ZEROS
               PERFORM WRITE-HOUSEHOLD-ADDRESS
           ELSE
               MOVE SPACES TO WS-LTR-LINE
               STRING "  " CUST-ADDR-LINE1
                   DELIMITED BY SIZE INTO WS-LTR-LINE
               END-STRING
               PERFORM WRITE-LTR
               MOVE SPACES TO WS-LTR-LINE
               STRING "  " CUST-CITY " " CUST-STATE " " CUST-ZIP
                   DELIMITED BY SIZE INTO WS-LTR-LINE
               END-STRING
               PERFORM WRITE-LTR
           END-IF
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           MOVE SPACES TO WS-LTR-LINE
               TO LTR-REC
           WRITE LTR-REC.

       WRITE-HOUSEHOLD-ADDRESS.
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " WS-HH-MAIL-ADDR1
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR
           IF WS-HH-MAIL-ADDR2 NOT = SPACES
               MOVE SPACES TO WS-LTR-LINE
               STRING "  " WS-HH-MAIL-ADDR2
                   DELIMITED BY SIZE INTO WS-LTR-LINE
               END-STRING
               PERFORM WRITE-LTR
           END-IF
           MOVE SPACES TO WS-LTR-LINE
           STRING "  " WS-HH-MAIL-CITY " " WS-HH-MAIL-STATE " "
               WS-HH-MAIL-ZIP
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR.

       LETTER-ONE-ACCOUNT.
           PERFORM FIND-SNAPSHOT-BALANCE
               THRU FIND-SNAPSHOT-BALANCE-DONE

      * interest paid) for every account at or above the reporting     *
      * minimum, plus a printable customer letter per reported         *
      * account - the job that used to be a January journal grep.      *
      * A holder whose mail has come back (CUST-MAIL-RETURNED) is      *
      * still on the extract, but the letter is listed on the day's    *
      * hold-mail report (HMAIL-REC) rather than printed.              *
      * Letters for holders who have agreed to household mailing       *
      * (HHLD-REC) are kept back and printed together at the end of    *
      * the letter file, one envelope per household at the household   *
      * mailing address. The household address is the head's, so       *
      * while the head's mail is coming back the member's letter is    *
      * held the same way.                                             *
      * An optional year-end close rolls YTD into prior-year and       *
      * resets YTD for the new year.                                   *
      *================================================================*
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
       FD  ACCT-FILE.
       FD  LTR-FILE.
       01  LTR-REC                PIC X(80).

       FD  HMAIL-FILE.
       COPY HMAIL-REC.

       FD  HHLD-FILE.
       COPY HHLD-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-LTR-FILENAME       PIC X(40).
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

       01  WS-INPUT-YEAR         PIC X(4).
       01  WS-TAX-YEAR           PIC 9(4).
       01  WS-INPUT-CLOSE        PIC X(1).
       01  WS-TOTAL-REPORTED     PIC S9(13)V99 VALUE ZEROS.
       01  WS-HOLDER-TAXID       PIC X(11).
       01  WS-HOLDER-NAME        PIC X(30).
       01  WS-HOLDER-RETMAIL     PIC X(1).
           88  WS-HOLDER-MAIL-RETURNED VALUE "Y".
       01  WS-HOLDER-RETMAIL-DT  PIC 9(8).
       01  WS-LETTERS-HELD       PIC 9(5) VALUE 0.
       01  WS-LETTER-ACCT-NO     PIC 9(8).
       01  WS-LETTER-INTEREST    PIC 9(9)V99.

      *--- Letters kept back for household mailing, printed by
      *    household once the extract pass is complete ---
       01  WS-HH-LTR-TABLE.
           05  WS-HH-LTR-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-LTR-HEAD     PIC 9(8).
               10  WS-HH-LTR-ACCT     PIC 9(8).
               10  WS-HH-LTR-NAME     PIC X(30).
               10  WS-HH-LTR-INT      PIC 9(9)V99.
               10  WS-HH-LTR-DONE     PIC X(1).
       01  WS-HH-LTR-CNT         PIC 9(5) VALUE 0.
       01  WS-HH-I               PIC 9(5).
       01  WS-HH-J               PIC 9(5).
       01  WS-HH-HEAD            PIC 9(8).
       01  WS-HH-ENVELOPES       PIC 9(5) VALUE 0.
       01  WS-RETMAIL-FLAG       PIC 9 VALUE 0.
           88  WS-RETMAIL-HELD       VALUE 1.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT HHLD-FILE
           IF WS-HHLD-OK
               SET WS-HHLD-IS-OPEN TO TRUE
           END-IF

           STRING "data/TAXEXT-" WS-TAX-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-EXT-FILENAME
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM EXTRACT-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF
           PERFORM PRINT-HOUSEHOLD-LETTERS
               THRU PRINT-HOUSEHOLD-LETTERS-EXIT
               VARYING WS-HH-I FROM 1 BY 1
               UNTIL WS-HH-I > WS-HH-LTR-CNT

           DISPLAY SPACES
           DISPLAY "  Accounts reported: " WS-REPORTED-COUNT
           DISPLAY "  Extract: " WS-EXT-FILENAME
           IF WS-LTR-IS-OPEN
               DISPLAY "  Letters: " WS-LTR-FILENAME
               IF WS-HH-ENVELOPES > ZEROS
                   DISPLAY "  Household envelopes: " WS-HH-ENVELOPES
               END-IF
               CLOSE LTR-FILE
               MOVE 0 TO WS-LTR-OPEN-FLAG
           END-IF
           IF WS-HMAIL-IS-OPEN
               DISPLAY "  Letters held (returned mail): "
                   WS-LETTERS-HELD
               DISPLAY "  Hold-mail report: " WS-HMAIL-FILENAME
               CLOSE HMAIL-FILE
               MOVE 0 TO WS-HMAIL-OPEN-FLAG
           END-IF
           DISPLAY "========================================="
           CLOSE ACCT-FILE
           CLOSE EXT-FILE
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-HHLD-IS-OPEN
               CLOSE HHLD-FILE
               MOVE 0 TO WS-HHLD-OPEN-FLAG
           END-IF
           STOP RUN.

       WRITE-LTR-LINE.
                   IF ACCT-INT-YTD NUMERIC
                       AND ACCT-INT-YTD >= WS-CFG-TAX-MIN
                       PERFORM REPORT-ONE-ACCOUNT
                           THRU REPORT-ONE-ACCOUNT-EXIT
                   END-IF
                   IF WS-CLOSE-THE-YEAR
                       PERFORM ROLL-ONE-ACCOUNT
       REPORT-ONE-ACCOUNT.
           MOVE SPACES TO WS-HOLDER-TAXID
           MOVE ACCT-NAME TO WS-HOLDER-NAME
           MOVE SPACES TO WS-HOLDER-RETMAIL
           MOVE ZEROS TO WS-HOLDER-RETMAIL-DT
           IF WS-CUST-IS-OPEN
               AND ACCT-CUST-NO NUMERIC
               AND ACCT-CUST-NO > ZEROS
                   NOT INVALID KEY
                       MOVE CUST-TAX-ID TO WS-HOLDER-TAXID
                       MOVE CUST-NAME TO WS-HOLDER-NAME
                       MOVE CUST-RETMAIL-FLAG TO WS-HOLDER-RETMAIL
                       MOVE CUST-RETMAIL-DT
                           TO WS-HOLDER-RETMAIL-DT
               END-READ
           END-IF

           MOVE WS-HOLDER-NAME TO EXT-NAME
           WRITE EXT-REC

           IF WS-HOLDER-MAIL-RETURNED
               PERFORM HOLD-ONE-LETTER
               GO TO REPORT-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM FIND-HOUSEHOLD THRU FIND-HOUSEHOLD-EXIT
           IF WS-HH-HEAD > ZEROS AND WS-HH-HEAD NOT = ACCT-CUST-NO
               PERFORM CHECK-HOUSEHOLD-RETMAIL
                   THRU CHECK-HOUSEHOLD-RETMAIL-EXIT
               IF WS-RETMAIL-HELD
                   PERFORM HOLD-ONE-LETTER
                   GO TO REPORT-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           IF WS-HH-HEAD > ZEROS
               AND WS-HH-LTR-CNT < 2000
               ADD 1 TO WS-HH-LTR-CNT
               MOVE WS-HH-HEAD     TO WS-HH-LTR-HEAD(WS-HH-LTR-CNT)
               MOVE ACCT-NO        TO WS-HH-LTR-ACCT(WS-HH-LTR-CNT)
               MOVE WS-HOLDER-NAME TO WS-HH-LTR-NAME(WS-HH-LTR-CNT)
               MOVE ACCT-INT-YTD   TO WS-HH-LTR-INT(WS-HH-LTR-CNT)
               MOVE "N"            TO WS-HH-LTR-DONE(WS-HH-LTR-CNT)
               GO TO REPORT-ONE-ACCOUNT-EXIT
           END-IF

           MOVE ACCT-NO TO WS-LETTER-ACCT-NO
           MOVE ACCT-INT-YTD TO WS-LETTER-INTEREST
           PERFORM WRITE-TAX-LETTER.
       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *    One letter, for WS-LETTER-ACCT-NO / WS-LETTER-INTEREST,
      *    addressed to WS-HOLDER-NAME.
       WRITE-TAX-LETTER.
           MOVE WS-LETTER-INTEREST TO WS-DISP-AMT
           MOVE SPACES TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           MOVE ALL "-" TO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR-LINE
           MOVE SPACES TO WS-LTR-LINE
           STRING "RE: ACCOUNT " WS-LETTER-ACCT-NO
               " - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
               TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE.

      *    The household the holder's letter is mailed under - only
      *    when the holder has agreed to household mailing and the
      *    head's record is on file; zero otherwise.
       FIND-HOUSEHOLD.
           MOVE ZEROS TO WS-HH-HEAD
           IF NOT WS-HHLD-IS-OPEN
               OR ACCT-CUST-NO NOT NUMERIC
               OR ACCT-CUST-NO = ZEROS
               GO TO FIND-HOUSEHOLD-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO HH-CUST-NO
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
           IF HH-IS-HEAD
               MOVE HH-CUST-NO TO WS-HH-HEAD
           END-IF.
       FIND-HOUSEHOLD-EXIT.
           EXIT.

      *    Whether the head of the household has returned mail on
      *    file - the household address is the head's, so the
      *    letter waits with the rest of the head's mail.
       CHECK-HOUSEHOLD-RETMAIL.
           MOVE 0 TO WS-RETMAIL-FLAG
           IF NOT WS-CUST-IS-OPEN
               GO TO CHECK-HOUSEHOLD-RETMAIL-EXIT
           END-IF
           MOVE WS-HH-HEAD TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-MAIL-RETURNED
                       SET WS-RETMAIL-HELD TO TRUE
                       MOVE CUST-RETMAIL-DT TO WS-HOLDER-RETMAIL-DT
                   END-IF
           END-READ.
       CHECK-HOUSEHOLD-RETMAIL-EXIT.
           EXIT.

      *    At the first kept-back letter of each household: the
      *    envelope heading with the household mailing address, then
      *    every kept-back letter for that household.
       PRINT-HOUSEHOLD-LETTERS.
           IF WS-HH-LTR-DONE(WS-HH-I) = "Y"
               GO TO PRINT-HOUSEHOLD-LETTERS-EXIT
           END-IF
           MOVE WS-HH-LTR-HEAD(WS-HH-I) TO WS-HH-HEAD
           MOVE WS-HH-HEAD TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE SPACES TO HH-MAIL-NAME HH-MAIL-ADDR1
                       HH-MAIL-ADDR2 HH-MAIL-CITY HH-MAIL-STATE
                       HH-MAIL-ZIP
           END-READ
           MOVE SPACES TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           MOVE ALL "=" TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           MOVE SPACES TO WS-LTR-LINE
           STRING "HOUSEHOLD MAILING " WS-HH-HEAD
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR-LINE
           MOVE HH-MAIL-NAME TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           MOVE HH-MAIL-ADDR1 TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           IF HH-MAIL-ADDR2 NOT = SPACES
               MOVE HH-MAIL-ADDR2 TO WS-LTR-LINE
               PERFORM WRITE-LTR-LINE
           END-IF
           MOVE SPACES TO WS-LTR-LINE
           STRING HH-MAIL-CITY " " HH-MAIL-STATE " " HH-MAIL-ZIP
               DELIMITED BY SIZE INTO WS-LTR-LINE
           END-STRING
           PERFORM WRITE-LTR-LINE
           MOVE ALL "=" TO WS-LTR-LINE
           PERFORM WRITE-LTR-LINE
           PERFORM PRINT-ONE-HOUSEHOLD-LETTER
               VARYING WS-HH-J FROM WS-HH-I BY 1
               UNTIL WS-HH-J > WS-HH-LTR-CNT
           ADD 1 TO WS-HH-ENVELOPES.
       PRINT-HOUSEHOLD-LETTERS-EXIT.
           EXIT.

       PRINT-ONE-HOUSEHOLD-LETTER.
           IF WS-HH-LTR-HEAD(WS-HH-J) = WS-HH-HEAD
               MOVE WS-HH-LTR-ACCT(WS-HH-J) TO WS-LETTER-ACCT-NO
               MOVE WS-HH-LTR-INT(WS-HH-J)  TO WS-LETTER-INTEREST
               MOVE WS-HH-LTR-NAME(WS-HH-J) TO WS-HOLDER-NAME
               PERFORM WRITE-TAX-LETTER
               MOVE "Y" TO WS-HH-LTR-DONE(WS-HH-J)
           END-IF.

      *    The holder's mail, or the household head's, is coming
      *    back: the letter waits on the hold-mail report; the
      *    extract line is already written.
       HOLD-ONE-LETTER.
           PERFORM OPEN-HMAIL-FILE THRU OPEN-HMAIL-FILE-EXIT
           IF WS-HMAIL-IS-OPEN
               MOVE SPACES TO HMAIL-LINE
               MOVE "TAXEXTR"       TO HMAIL-SOURCE
               MOVE ACCT-CUST-NO    TO HMAIL-CUST-NO
               MOVE ACCT-NO         TO HMAIL-ACCT-NO
               MOVE WS-HOLDER-NAME  TO HMAIL-NAME
               STRING "INTEREST TAX LETTER " WS-TAX-YEAR
                   DELIMITED BY SIZE INTO HMAIL-ITEM
               END-STRING
               MOVE WS-HOLDER-RETMAIL-DT TO HMAIL-RET-DT
               WRITE HMAIL-REC
               ADD 1 TO WS-LETTERS-HELD
           ELSE
               DISPLAY "  WARNING: Letter for account " ACCT-NO
                   " not held - cannot open hold-mail report."
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

      *    Year-end close: this year's total becomes prior-year and
      *    the accumulator starts the new year at zero.
       ROLL-ONE-ACCOUNT.

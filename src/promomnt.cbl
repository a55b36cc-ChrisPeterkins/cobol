       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMNT.
      *================================================================*
      * PROMOMNT - Introductory Rate Promotion Maintenance             *
      * Interactive menu-driven program for the promotion table that   *
      * marketing's rate campaigns run from. A promotion names the     *
      * rate, the account types it may be opened on, how many months   *
      * it runs from the open date, and the campaign window during     *
      * which new accounts may take it. Account opening (ACCTMGR,      *
      * BANKUI) stamps the code and its expiry date on the account;    *
      * INTPOST pays the rate until then and the account falls back to *
      * its rate table without anyone re-keying ACCT-INT-RATE.         *
      * Operations: ADD, MODIFY, WITHDRAW/REINSTATE, LIST. The file is *
      * created empty on first use.                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       COPY PROMO-REC.

       WORKING-STORAGE SECTION.
       01  WS-PROMO-STATUS       PIC XX.
           88  WS-PROMO-OK           VALUE "00".
           88  WS-PROMO-EOF          VALUE "10".
           88  WS-PROMO-DUP-KEY      VALUE "22".
           88  WS-PROMO-NOT-FOUND    VALUE "23".
           88  WS-PROMO-FILE-MISSING VALUE "35".

       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-ADD-PROMO          VALUE "1".
           88  WS-MODIFY-PROMO       VALUE "2".
           88  WS-WITHDRAW-PROMO     VALUE "3".
           88  WS-REINSTATE-PROMO    VALUE "4".
           88  WS-LIST-PROMOS        VALUE "5".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-CODE         PIC X(6).
       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-RATE         PIC X(8).
       01  WS-INPUT-TYPES        PIC X(4).
       01  WS-INPUT-TERM         PIC X(3).
       01  WS-INPUT-DATE         PIC X(8).
       01  WS-CONFIRM            PIC X(1).
      *    Set when MODIFY is prompting, so an empty answer keeps the
      *    value already on the record instead of taking a default.
       01  WS-MODIFY-FLAG        PIC 9 VALUE 0.
           88  WS-IS-MODIFY          VALUE 1.
       01  WS-VALID-FLAG         PIC 9 VALUE 0.
           88  WS-TERMS-VALID        VALUE 1.

       01  WS-TYPE-IDX           PIC 9 VALUE 0.
       01  WS-TYPE-BAD-FLAG      PIC 9 VALUE 0.
           88  WS-TYPE-IS-BAD        VALUE 1.
       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.
       01  WS-PROMO-EOF-FLAG     PIC 9 VALUE 0.
           88  WS-PROMO-AT-EOF       VALUE 1.

       01  WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01  WS-DISP-RATE          PIC Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  RATE PROMOTION MAINTENANCE"
           DISPLAY "========================================="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM OPEN-PROMO-FILE THRU OPEN-PROMO-FILE-EXIT
           IF NOT WS-FILE-IS-OPEN
               DISPLAY "FATAL: Cannot open promotion table."
               STOP RUN
           END-IF
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE PROMO-FILE
           STOP RUN.

       OPEN-PROMO-FILE.
           OPEN I-O PROMO-FILE
           IF WS-PROMO-OK
               SET WS-FILE-IS-OPEN TO TRUE
               GO TO OPEN-PROMO-FILE-EXIT
           END-IF
           IF NOT WS-PROMO-FILE-MISSING
               GO TO OPEN-PROMO-FILE-EXIT
           END-IF
           OPEN OUTPUT PROMO-FILE
           IF NOT WS-PROMO-OK
               GO TO OPEN-PROMO-FILE-EXIT
           END-IF
           CLOSE PROMO-FILE
           OPEN I-O PROMO-FILE
           IF WS-PROMO-OK
               SET WS-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-PROMO-FILE-EXIT.
           EXIT.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Rate Promotions ---"
           DISPLAY "1. Add Promotion"
           DISPLAY "2. Modify Promotion"
           DISPLAY "3. Withdraw Promotion"
           DISPLAY "4. Reinstate Promotion"
           DISPLAY "5. List Promotions"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-ADD-PROMO      PERFORM ADD-PROMO
                   THRU ADD-PROMO-EXIT
               WHEN WS-MODIFY-PROMO   PERFORM MODIFY-PROMO
                   THRU MODIFY-PROMO-EXIT
               WHEN WS-WITHDRAW-PROMO PERFORM WITHDRAW-PROMO
                   THRU WITHDRAW-PROMO-EXIT
               WHEN WS-REINSTATE-PROMO PERFORM REINSTATE-PROMO
                   THRU REINSTATE-PROMO-EXIT
               WHEN WS-LIST-PROMOS    PERFORM LIST-PROMOS
                   THRU LIST-PROMOS-EXIT
               WHEN WS-QUIT           CONTINUE
               WHEN OTHER             DISPLAY "Invalid selection."
           END-EVALUATE.

       ADD-PROMO.
           DISPLAY "Promotion code (up to 6 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "A promotion code is required."
               GO TO ADD-PROMO-EXIT
           END-IF
           MOVE WS-INPUT-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That promotion already exists."
                   GO TO ADD-PROMO-EXIT
           END-READ
           DISPLAY "Promotion name (up to 30 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               DISPLAY "A promotion name is required."
               GO TO ADD-PROMO-EXIT
           END-IF

           MOVE SPACES TO PROMO-REC
           MOVE WS-INPUT-CODE TO PROMO-CODE
           MOVE WS-INPUT-NAME TO PROMO-NAME
           MOVE ZEROS TO PROMO-RATE
           MOVE ZEROS TO PROMO-TERM-MOS
           MOVE WS-TODAY-DATE TO PROMO-START-DT
           MOVE ZEROS TO PROMO-END-DT
           MOVE "A" TO PROMO-STATUS
           MOVE 0 TO WS-MODIFY-FLAG
           PERFORM PROMPT-PROMO-TERMS
               THRU PROMPT-PROMO-TERMS-EXIT
           IF NOT WS-TERMS-VALID
               GO TO ADD-PROMO-EXIT
           END-IF

           WRITE PROMO-REC
           IF WS-PROMO-OK
               DISPLAY "Promotion " PROMO-CODE " added."
           ELSE
               DISPLAY "ERROR: Could not add promotion - status "
                   WS-PROMO-STATUS
           END-IF.
       ADD-PROMO-EXIT.
           EXIT.

       MODIFY-PROMO.
           DISPLAY "Promotion code:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion not found."
                   GO TO MODIFY-PROMO-EXIT
           END-READ
           DISPLAY "Current name:   " PROMO-NAME
           DISPLAY "New name (Enter to keep):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO PROMO-NAME
           END-IF
      *    Accounts already opened keep the expiry date they were
      *    given; a changed rate applies to them from the next
      *    INTPOST run, a changed term only to new openings.
           DISPLAY "Changes to the rate apply to accounts already "
               "on the promotion."
           SET WS-IS-MODIFY TO TRUE
           PERFORM PROMPT-PROMO-TERMS
               THRU PROMPT-PROMO-TERMS-EXIT
           IF NOT WS-TERMS-VALID
               GO TO MODIFY-PROMO-EXIT
           END-IF
           REWRITE PROMO-REC
           IF WS-PROMO-OK
               DISPLAY "Promotion " PROMO-CODE " updated."
           ELSE
               DISPLAY "ERROR: Could not update promotion."
           END-IF.
       MODIFY-PROMO-EXIT.
           EXIT.

      *    Prompts for the promotion's terms into PROMO-REC. On MODIFY
      *    an empty answer keeps the current value; on ADD the rate,
      *    types, term and end date are required and the start date
      *    defaults to today.
       PROMPT-PROMO-TERMS.
           MOVE 0 TO WS-VALID-FLAG
           IF WS-IS-MODIFY
               MOVE PROMO-RATE TO WS-DISP-RATE
               DISPLAY "Current rate: " WS-DISP-RATE
           END-IF
           DISPLAY "Promotional annual rate percent (e.g. 5.00):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           IF WS-INPUT-RATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-RATE) TO PROMO-RATE
           END-IF
           IF PROMO-RATE = ZEROS
               DISPLAY "A promotional rate is required."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF

           IF WS-IS-MODIFY
               DISPLAY "Current eligible types: " PROMO-TYPES
           END-IF
           DISPLAY "Eligible account types, up to 4 of C/S/D/M "
               "(e.g. M or SM):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPES
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPES) TO WS-INPUT-TYPES
           IF WS-INPUT-TYPES NOT = SPACES
               MOVE WS-INPUT-TYPES TO PROMO-TYPES
           END-IF
           IF PROMO-TYPES = SPACES
               DISPLAY "At least one account type is required."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF
           MOVE 0 TO WS-TYPE-BAD-FLAG
           PERFORM CHECK-ONE-PROMO-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
           IF WS-TYPE-IS-BAD
               DISPLAY "Account types must be C, S, D or M."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF

           IF WS-IS-MODIFY
               DISPLAY "Current term: " PROMO-TERM-MOS " months"
           END-IF
           DISPLAY "Months the rate runs from the open date:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM
           IF WS-INPUT-TERM NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TERM) TO PROMO-TERM-MOS
           END-IF
           IF PROMO-TERM-MOS = ZEROS
               DISPLAY "A term in months is required."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF

           DISPLAY "Campaign start date (YYYYMMDD, Enter for "
               PROMO-START-DT "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-DATE) TO PROMO-START-DT
           END-IF
           IF WS-IS-MODIFY
               DISPLAY "Current campaign end date: " PROMO-END-DT
           END-IF
           DISPLAY "Campaign end date - last open date (YYYYMMDD):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-DATE) TO PROMO-END-DT
           END-IF
           IF PROMO-START-DT < 19000101 OR PROMO-END-DT < 19000101
               DISPLAY "Campaign dates must be YYYYMMDD."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF
           IF PROMO-END-DT < PROMO-START-DT
               DISPLAY "Campaign end date is before the start date."
               GO TO PROMPT-PROMO-TERMS-EXIT
           END-IF
           SET WS-TERMS-VALID TO TRUE.
       PROMPT-PROMO-TERMS-EXIT.
           EXIT.

       CHECK-ONE-PROMO-TYPE.
           IF PROMO-TYPE (WS-TYPE-IDX) NOT = SPACE AND "C" AND "S"
               AND "D" AND "M"
               SET WS-TYPE-IS-BAD TO TRUE
           END-IF.

       WITHDRAW-PROMO.
           DISPLAY "Promotion code to withdraw:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion not found."
                   GO TO WITHDRAW-PROMO-EXIT
           END-READ
           IF PROMO-IS-WITHDRAWN
               DISPLAY "Promotion is already withdrawn."
               GO TO WITHDRAW-PROMO-EXIT
           END-IF
           DISPLAY "Withdraw " PROMO-CODE " - " PROMO-NAME "? No new "
               "accounts will open on it. (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Withdraw cancelled."
               GO TO WITHDRAW-PROMO-EXIT
           END-IF
           MOVE "X" TO PROMO-STATUS
           REWRITE PROMO-REC
           IF WS-PROMO-OK
               DISPLAY "Promotion " PROMO-CODE " withdrawn."
           ELSE
               DISPLAY "ERROR: Could not update promotion."
           END-IF.
       WITHDRAW-PROMO-EXIT.
           EXIT.

       REINSTATE-PROMO.
           DISPLAY "Promotion code to reinstate:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion not found."
                   GO TO REINSTATE-PROMO-EXIT
           END-READ
           IF PROMO-IS-ACTIVE
               DISPLAY "Promotion is already active."
               GO TO REINSTATE-PROMO-EXIT
           END-IF
           MOVE "A" TO PROMO-STATUS
           REWRITE PROMO-REC
           IF WS-PROMO-OK
               DISPLAY "Promotion " PROMO-CODE " reinstated."
           ELSE
               DISPLAY "ERROR: Could not update promotion."
           END-IF.
       REINSTATE-PROMO-EXIT.
           EXIT.

       LIST-PROMOS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-PROMO-EOF-FLAG
           MOVE LOW-VALUES TO PROMO-CODE
           START PROMO-FILE KEY IS GREATER THAN PROMO-CODE
               INVALID KEY
                   DISPLAY "(No promotions on file)"
                   GO TO LIST-PROMOS-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "CODE   NAME                              RATE "
               "TYPE TERM  START    END      ST"
           PERFORM LIST-ONE-PROMO UNTIL WS-PROMO-AT-EOF
           DISPLAY SPACES
           DISPLAY "Promotions listed: " WS-LIST-COUNT.
       LIST-PROMOS-EXIT.
           EXIT.

       LIST-ONE-PROMO.
           READ PROMO-FILE NEXT
               AT END
                   SET WS-PROMO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PROMO-RATE TO WS-DISP-RATE
                   DISPLAY PROMO-CODE " " PROMO-NAME " " WS-DISP-RATE
                       " " PROMO-TYPES " " PROMO-TERM-MOS "  "
                       PROMO-START-DT " " PROMO-END-DT " "
                       PROMO-STATUS
           END-READ.

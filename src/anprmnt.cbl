       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANPRMNT.
      *================================================================*
      * ANPRMNT - Account Analysis Price Table Maintenance             *
      * Interactive menu-driven program for the per-service prices the *
      * month-end ANLYSIS step charges business accounts on analysis.  *
      * Operations: CHANGE PRICE, LIST. The service codes themselves   *
      * are fixed - they are the activity ANLYSIS knows how to count - *
      * so the file is seeded with every one of them when first        *
      * created and only the prices and descriptions change here.      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANPR-FILE
               ASSIGN TO "data/ANLPRICE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANPR-CODE
               FILE STATUS IS WS-ANPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANPR-FILE.
       COPY ANPR-REC.

       WORKING-STORAGE SECTION.
       01  WS-ANPR-STATUS        PIC XX.
           88  WS-ANPR-OK            VALUE "00".
           88  WS-ANPR-EOF           VALUE "10".
           88  WS-ANPR-NOT-FOUND     VALUE "23".
           88  WS-ANPR-FILE-MISSING  VALUE "35".

       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-CHANGE-PRICE       VALUE "1".
           88  WS-LIST-PRICES        VALUE "2".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-CODE         PIC X(4).
       01  WS-INPUT-DESC         PIC X(24).
       01  WS-INPUT-PRICE        PIC X(10).
       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.
       01  WS-ANPR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ANPR-AT-EOF        VALUE 1.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).

       01  WS-DISP-PRICE         PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ACCOUNT ANALYSIS PRICE TABLE"
           DISPLAY "========================================="
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           PERFORM OPEN-ANPR-FILE THRU OPEN-ANPR-FILE-EXIT
           IF NOT WS-FILE-IS-OPEN
               DISPLAY "FATAL: Cannot open analysis price table."
               STOP RUN
           END-IF
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE ANPR-FILE
           STOP RUN.

      *    A brand-new file is seeded with every service ANLYSIS
      *    counts, at the bank's standard prices.
       OPEN-ANPR-FILE.
           OPEN I-O ANPR-FILE
           IF WS-ANPR-OK
               SET WS-FILE-IS-OPEN TO TRUE
               GO TO OPEN-ANPR-FILE-EXIT
           END-IF
           IF NOT WS-ANPR-FILE-MISSING
               GO TO OPEN-ANPR-FILE-EXIT
           END-IF
           OPEN OUTPUT ANPR-FILE
           IF NOT WS-ANPR-OK
               GO TO OPEN-ANPR-FILE-EXIT
           END-IF
           PERFORM SEED-STANDARD-PRICES
           CLOSE ANPR-FILE
           DISPLAY "Seeded the standard analysis services."
           OPEN I-O ANPR-FILE
           IF WS-ANPR-OK
               SET WS-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-ANPR-FILE-EXIT.
           EXIT.

       SEED-STANDARD-PRICES.
           MOVE SPACES TO ANPR-REC
           MOVE WS-TODAY-DATE TO ANPR-CHANGED-DT

           MOVE "MAIN" TO ANPR-CODE
           MOVE "ACCOUNT MAINTENANCE" TO ANPR-DESC
           MOVE 015.0000 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC

           MOVE "DEPO" TO ANPR-CODE
           MOVE "DEPOSITS CREDITED" TO ANPR-DESC
           MOVE 000.2500 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC

           MOVE "CHKP" TO ANPR-CODE
           MOVE "CHECKS PAID" TO ANPR-DESC
           MOVE 000.1500 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC

           MOVE "PAYO" TO ANPR-CODE
           MOVE "EXTERNAL PAYMENTS SENT" TO ANPR-DESC
           MOVE 003.0000 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC

           MOVE "PAYI" TO ANPR-CODE
           MOVE "INCOMING CREDITS" TO ANPR-DESC
           MOVE 001.0000 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC

           MOVE "SWEP" TO ANPR-CODE
           MOVE "CONCENTRATION SWEEPS" TO ANPR-DESC
           MOVE 000.5000 TO ANPR-UNIT-PRICE
           WRITE ANPR-REC.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Analysis Prices ---"
           DISPLAY "1. Change a Price"
           DISPLAY "2. List Prices"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-CHANGE-PRICE   PERFORM CHANGE-PRICE
                   THRU CHANGE-PRICE-EXIT
               WHEN WS-LIST-PRICES    PERFORM LIST-PRICES
                   THRU LIST-PRICES-EXIT
               WHEN WS-QUIT           CONTINUE
               WHEN OTHER             DISPLAY "Invalid selection."
           END-EVALUATE.

       CHANGE-PRICE.
           DISPLAY "Service code (MAIN DEPO CHKP PAYO PAYI SWEP):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO ANPR-CODE
           READ ANPR-FILE
               INVALID KEY
                   DISPLAY "Service not found."
                   GO TO CHANGE-PRICE-EXIT
           END-READ
           MOVE ANPR-UNIT-PRICE TO WS-DISP-PRICE
           DISPLAY "Current: " ANPR-DESC " " WS-DISP-PRICE
               " per item"
           DISPLAY "New description (Enter to keep):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DESC
           IF WS-INPUT-DESC NOT = SPACES
               MOVE WS-INPUT-DESC TO ANPR-DESC
           END-IF
           DISPLAY "New price per item (e.g. 0.1500, Enter to "
               "keep):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PRICE
           IF WS-INPUT-PRICE NOT = SPACES
               IF FUNCTION NUMVAL(WS-INPUT-PRICE) < ZEROS
                   OR FUNCTION NUMVAL(WS-INPUT-PRICE) > 999.9999
                   DISPLAY "Price must be 0 - 999.9999."
                   GO TO CHANGE-PRICE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-PRICE)
                   TO ANPR-UNIT-PRICE
           END-IF
           MOVE WS-TODAY-DATE TO ANPR-CHANGED-DT
           REWRITE ANPR-REC
           IF WS-ANPR-OK
               DISPLAY "Service " ANPR-CODE " updated."
           ELSE
               DISPLAY "ERROR: Could not update price - status "
                   WS-ANPR-STATUS
           END-IF.
       CHANGE-PRICE-EXIT.
           EXIT.

       LIST-PRICES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-ANPR-EOF-FLAG
           MOVE LOW-VALUES TO ANPR-CODE
           START ANPR-FILE KEY IS GREATER THAN ANPR-CODE
               INVALID KEY
                   DISPLAY "(No services on file)"
                   GO TO LIST-PRICES-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "CODE DESCRIPTION                  PRICE  CHANGED"
           PERFORM LIST-ONE-PRICE UNTIL WS-ANPR-AT-EOF
           DISPLAY SPACES
           DISPLAY "Services listed: " WS-LIST-COUNT.
       LIST-PRICES-EXIT.
           EXIT.

       LIST-ONE-PRICE.
           READ ANPR-FILE NEXT
               AT END
                   SET WS-ANPR-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE ANPR-UNIT-PRICE TO WS-DISP-PRICE
                   DISPLAY ANPR-CODE " " ANPR-DESC " " WS-DISP-PRICE
                       "  " ANPR-CHANGED-DT
           END-READ.

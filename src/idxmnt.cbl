       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMNT.
      *================================================================*
      * IDXMNT - Published Index Rate Table Maintenance                *
      * Interactive menu-driven program for the index rate table       *
      * variable-rate loans reprice from (LOANRPRC) and are priced     *
      * from at open (LOANMGR). Operations: LIST (every rate on file,  *
      * oldest first within each index), SET (publish a rate for an    *
      * index from an effective date - earlier rates stay on file as   *
      * history), DELETE (remove a row keyed in error).                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDXR-FILE
               ASSIGN TO "data/INDEXRT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDXR-KEY
               FILE STATUS IS WS-IDXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDXR-FILE.
       COPY IDXR-REC.

       WORKING-STORAGE SECTION.
       01  WS-IDXR-STATUS        PIC XX.
           88  WS-IDXR-OK            VALUE "00".
           88  WS-IDXR-EOF           VALUE "10".
           88  WS-IDXR-DUP-KEY       VALUE "22".
           88  WS-IDXR-NOT-FOUND     VALUE "23".
           88  WS-IDXR-FILE-MISSING  VALUE "35".

       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-LIST               VALUE "1".
           88  WS-SET-INDEX          VALUE "2".
           88  WS-DELETE-INDEX       VALUE "3".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-CODE         PIC X(4).
       01  WS-INPUT-NAME         PIC X(20).
       01  WS-INPUT-RATE         PIC X(8).
       01  WS-INPUT-EFF          PIC X(8).
       01  WS-CONFIRM            PIC X(1).
       01  WS-EXISTS-FLAG        PIC 9 VALUE 0.
           88  WS-ROW-EXISTS         VALUE 1.

       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.
       01  WS-IDXR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-IDXR-AT-EOF        VALUE 1.

       01  WS-DISP-RATE          PIC Z9.9999.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  INDEX RATE TABLE MAINTENANCE"
           DISPLAY "========================================="
           PERFORM OPEN-IDXR-FILE
           IF NOT WS-FILE-IS-OPEN
               DISPLAY "FATAL: Cannot open index rate file."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE IDXR-FILE
           STOP RUN.

       OPEN-IDXR-FILE.
           OPEN I-O IDXR-FILE
           IF WS-IDXR-OK
               SET WS-FILE-IS-OPEN TO TRUE
           ELSE
               IF WS-IDXR-FILE-MISSING
                   OPEN OUTPUT IDXR-FILE
                   IF WS-IDXR-OK
                       CLOSE IDXR-FILE
                       OPEN I-O IDXR-FILE
                       IF WS-IDXR-OK
                           SET WS-FILE-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Index Rate Table ---"
           DISPLAY "1. List index rates"
           DISPLAY "2. Publish an index rate"
           DISPLAY "3. Delete an index rate"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-LIST         PERFORM LIST-RATES
                   THRU LIST-RATES-EXIT
               WHEN WS-SET-INDEX    PERFORM SET-INDEX-RATE
                   THRU SET-INDEX-RATE-EXIT
               WHEN WS-DELETE-INDEX PERFORM DELETE-INDEX-RATE
                   THRU DELETE-INDEX-RATE-EXIT
               WHEN WS-QUIT         CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE.

       LIST-RATES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-IDXR-EOF-FLAG
           MOVE LOW-VALUES TO IDXR-KEY
           START IDXR-FILE KEY IS GREATER THAN IDXR-KEY
               INVALID KEY
                   DISPLAY "(No index rates on file)"
                   GO TO LIST-RATES-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "CODE EFFECTIVE    RATE  NAME"
           PERFORM LIST-ONE-RATE UNTIL WS-IDXR-AT-EOF
           IF WS-LIST-COUNT = 0
               DISPLAY "(No index rates on file)"
           END-IF.
       LIST-RATES-EXIT.
           EXIT.

       LIST-ONE-RATE.
           READ IDXR-FILE NEXT
               AT END
                   SET WS-IDXR-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE IDXR-RATE TO WS-DISP-RATE
                   DISPLAY IDXR-CODE " " IDXR-EFF-DATE "  "
                       WS-DISP-RATE "  " IDXR-NAME
           END-READ.

      *    A new rate is a new row from its effective date; keying
      *    an existing code and date corrects that row instead.
       SET-INDEX-RATE.
           DISPLAY "Index code (up to 4 characters, e.g. PRIM):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "Index code cannot be empty."
               GO TO SET-INDEX-RATE-EXIT
           END-IF
           DISPLAY "Effective date (YYYYMMDD, Enter for today):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-EFF
           DISPLAY "Rate percent (e.g. 8.50):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           DISPLAY "Index name (Enter to keep / leave blank):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME

           MOVE WS-INPUT-CODE TO IDXR-CODE
           IF WS-INPUT-EFF = SPACES
               MOVE WS-TODAY-DATE TO IDXR-EFF-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-INPUT-EFF) TO IDXR-EFF-DATE
           END-IF
           MOVE 0 TO WS-EXISTS-FLAG
           READ IDXR-FILE
               INVALID KEY
                   MOVE SPACES TO IDXR-NAME
               NOT INVALID KEY
                   SET WS-ROW-EXISTS TO TRUE
           END-READ

           MOVE FUNCTION NUMVAL(WS-INPUT-RATE) TO IDXR-RATE
           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO IDXR-NAME
           END-IF
           IF WS-ROW-EXISTS
               REWRITE IDXR-REC
           ELSE
               WRITE IDXR-REC
           END-IF
           IF WS-IDXR-OK
               MOVE IDXR-RATE TO WS-DISP-RATE
               DISPLAY "Index " IDXR-CODE " " WS-DISP-RATE
                   " saved, effective " IDXR-EFF-DATE "."
           ELSE
               DISPLAY "ERROR: Could not save index rate - status "
                   WS-IDXR-STATUS
           END-IF.
       SET-INDEX-RATE-EXIT.
           EXIT.

       DELETE-INDEX-RATE.
           DISPLAY "Index code:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           DISPLAY "Effective date (YYYYMMDD):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-EFF
           MOVE WS-INPUT-CODE TO IDXR-CODE
           MOVE FUNCTION NUMVAL(WS-INPUT-EFF) TO IDXR-EFF-DATE
           READ IDXR-FILE
               INVALID KEY
                   DISPLAY "Index rate not found."
                   GO TO DELETE-INDEX-RATE-EXIT
           END-READ
           MOVE IDXR-RATE TO WS-DISP-RATE
           DISPLAY "Delete " IDXR-CODE " " IDXR-EFF-DATE
               " (" WS-DISP-RATE ")? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Delete cancelled."
               GO TO DELETE-INDEX-RATE-EXIT
           END-IF
           DELETE IDXR-FILE
           IF WS-IDXR-OK
               DISPLAY "Index rate deleted."
           ELSE
               DISPLAY "ERROR: Could not delete index rate - "
                   "status " WS-IDXR-STATUS
           END-IF.
       DELETE-INDEX-RATE-EXIT.
           EXIT.

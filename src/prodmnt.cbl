       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
      *================================================================*
      * PRODMNT - Deposit Product Master Maintenance                   *
      * Interactive menu-driven program for the product master. A new  *
      * deposit product (student checking, senior savings, a CD        *
      * special) is a row here rather than a program change: it names  *
      * its base account type and the rules account opening, SVCFEE    *
      * and INTPOST apply to its accounts. Operations: ADD, MODIFY,    *
      * RETIRE/REACTIVATE, LIST. When the file is first created it is  *
      * seeded with the four standard products, carrying the current  *
      * CTRL opening minimum and service-fee settings so accounts      *
      * opened on them behave exactly as before.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-FILE.
       COPY PROD-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
           88  WS-PROD-EOF           VALUE "10".
           88  WS-PROD-DUP-KEY       VALUE "22".
           88  WS-PROD-NOT-FOUND     VALUE "23".
           88  WS-PROD-FILE-MISSING  VALUE "35".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-FILE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-FILE-IS-OPEN       VALUE 1.

      *--- Seed values for the standard products ---
      *    The VALUE clauses are the fallback defaults used when the
      *    control file/record does not exist yet.
       01  WS-CFG-MIN-DEPOSIT      PIC 9(5)V99 VALUE 0.01.
       01  WS-CFG-SVC-MIN-BALANCE  PIC 9(7)V99 VALUE 100.00.
       01  WS-CFG-SVC-FEE-AMT      PIC 9(5)V99 VALUE 5.00.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-ADD-PRODUCT        VALUE "1".
           88  WS-MODIFY-PRODUCT     VALUE "2".
           88  WS-RETIRE-PRODUCT     VALUE "3".
           88  WS-REACTIVATE-PRODUCT VALUE "4".
           88  WS-LIST-PRODUCTS      VALUE "5".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-CODE         PIC X(4).
       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-TYPE         PIC X(1).
       01  WS-INPUT-AMOUNT       PIC X(12).
       01  WS-INPUT-RATE         PIC X(8).
       01  WS-INPUT-TABLE        PIC X(1).
       01  WS-INPUT-YN           PIC X(1).
       01  WS-INPUT-TERM         PIC X(3).
       01  WS-CONFIRM            PIC X(1).
      *    Set when MODIFY is prompting, so an empty answer keeps the
      *    value already on the record instead of taking a default.
       01  WS-MODIFY-FLAG        PIC 9 VALUE 0.
           88  WS-IS-MODIFY          VALUE 1.
       01  WS-VALID-FLAG         PIC 9 VALUE 0.
           88  WS-RULES-VALID        VALUE 1.

       01  WS-TERM-IDX           PIC 9 VALUE 0.
       01  WS-LIST-COUNT         PIC 9(3) VALUE 0.
       01  WS-PROD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-PROD-AT-EOF        VALUE 1.

       01  WS-DISP-AMT           PIC ZZ,ZZ9.99.
       01  WS-DISP-SVCMIN        PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-RATE          PIC Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  DEPOSIT PRODUCT MAINTENANCE"
           DISPLAY "========================================="
           PERFORM OPEN-PROD-FILE THRU OPEN-PROD-FILE-EXIT
           IF NOT WS-FILE-IS-OPEN
               DISPLAY "FATAL: Cannot open product master."
               STOP RUN
           END-IF
           PERFORM MAIN-MENU UNTIL WS-QUIT
           CLOSE PROD-FILE
           STOP RUN.

      *    A brand-new file is seeded with the standard checking,
      *    savings, CD and money-market products so account opening
      *    has something to offer from the first run.
       OPEN-PROD-FILE.
           OPEN I-O PROD-FILE
           IF WS-PROD-OK
               SET WS-FILE-IS-OPEN TO TRUE
               GO TO OPEN-PROD-FILE-EXIT
           END-IF
           IF NOT WS-PROD-FILE-MISSING
               GO TO OPEN-PROD-FILE-EXIT
           END-IF
           OPEN OUTPUT PROD-FILE
           IF NOT WS-PROD-OK
               GO TO OPEN-PROD-FILE-EXIT
           END-IF
           PERFORM LOAD-CTRL-PARAMS THRU LOAD-CTRL-PARAMS-EXIT
           PERFORM SEED-STANDARD-PRODUCTS
           CLOSE PROD-FILE
           DISPLAY "Seeded standard products CHK, SAV, CD, MMKT."
           OPEN I-O PROD-FILE
           IF WS-PROD-OK
               SET WS-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-PROD-FILE-EXIT.
           EXIT.

       LOAD-CTRL-PARAMS.
           OPEN INPUT CTRL-FILE
           IF NOT WS-CTRL-OK
               GO TO LOAD-CTRL-PARAMS-EXIT
           END-IF
           MOVE "1" TO CTRL-KEY
           READ CTRL-FILE
               NOT INVALID KEY
                   IF CTRL-MIN-DEPOSIT NUMERIC
                       AND CTRL-MIN-DEPOSIT > ZEROS
                       MOVE CTRL-MIN-DEPOSIT TO WS-CFG-MIN-DEPOSIT
                   END-IF
                   IF CTRL-SVC-MIN-BALANCE NUMERIC
                       AND CTRL-SVC-MIN-BALANCE > ZEROS
                       MOVE CTRL-SVC-MIN-BALANCE
                           TO WS-CFG-SVC-MIN-BALANCE
                   END-IF
                   IF CTRL-SVC-FEE-AMT NUMERIC
                       AND CTRL-SVC-FEE-AMT > ZEROS
                       MOVE CTRL-SVC-FEE-AMT TO WS-CFG-SVC-FEE-AMT
                   END-IF
           END-READ
           CLOSE CTRL-FILE.
       LOAD-CTRL-PARAMS-EXIT.
           EXIT.

       SEED-STANDARD-PRODUCTS.
           MOVE SPACES TO PROD-REC
           MOVE WS-CFG-MIN-DEPOSIT     TO PROD-MIN-OPEN
           MOVE WS-CFG-SVC-MIN-BALANCE TO PROD-SVC-MIN-BAL
           MOVE WS-CFG-SVC-FEE-AMT     TO PROD-SVC-FEE
           MOVE ZEROS TO PROD-CD-TERMS
           MOVE "A" TO PROD-STATUS

           MOVE "CHK " TO PROD-CODE
           MOVE "STANDARD CHECKING" TO PROD-NAME
           MOVE "C" TO PROD-BASE-TYPE
           MOVE "C" TO PROD-RATE-TABLE
           MOVE 00.0000 TO PROD-INT-RATE
           MOVE "Y" TO PROD-OD-ALLOWED
           MOVE "Y" TO PROD-SWEEP-ALLOWED
           WRITE PROD-REC

           MOVE "SAV " TO PROD-CODE
           MOVE "STANDARD SAVINGS" TO PROD-NAME
           MOVE "S" TO PROD-BASE-TYPE
           MOVE "S" TO PROD-RATE-TABLE
           MOVE 01.5000 TO PROD-INT-RATE
           MOVE "N" TO PROD-OD-ALLOWED
           MOVE "N" TO PROD-SWEEP-ALLOWED
           WRITE PROD-REC

           MOVE "CD  " TO PROD-CODE
           MOVE "CERTIFICATE OF DEPOSIT" TO PROD-NAME
           MOVE "D" TO PROD-BASE-TYPE
           MOVE "D" TO PROD-RATE-TABLE
           MOVE 03.0000 TO PROD-INT-RATE
           MOVE 12 TO PROD-CD-TERM (1)
           MOVE 06 TO PROD-CD-TERM (2)
           MOVE 24 TO PROD-CD-TERM (3)
           MOVE 60 TO PROD-CD-TERM (4)
           WRITE PROD-REC
           MOVE ZEROS TO PROD-CD-TERMS

           MOVE "MMKT" TO PROD-CODE
           MOVE "MONEY MARKET" TO PROD-NAME
           MOVE "M" TO PROD-BASE-TYPE
           MOVE "M" TO PROD-RATE-TABLE
           MOVE 02.0000 TO PROD-INT-RATE
           WRITE PROD-REC.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Deposit Products ---"
           DISPLAY "1. Add Product"
           DISPLAY "2. Modify Product"
           DISPLAY "3. Retire Product"
           DISPLAY "4. Reactivate Product"
           DISPLAY "5. List Products"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-ADD-PRODUCT    PERFORM ADD-PRODUCT
                   THRU ADD-PRODUCT-EXIT
               WHEN WS-MODIFY-PRODUCT PERFORM MODIFY-PRODUCT
                   THRU MODIFY-PRODUCT-EXIT
               WHEN WS-RETIRE-PRODUCT PERFORM RETIRE-PRODUCT
                   THRU RETIRE-PRODUCT-EXIT
               WHEN WS-REACTIVATE-PRODUCT PERFORM REACTIVATE-PRODUCT
                   THRU REACTIVATE-PRODUCT-EXIT
               WHEN WS-LIST-PRODUCTS  PERFORM LIST-PRODUCTS
                   THRU LIST-PRODUCTS-EXIT
               WHEN WS-QUIT           CONTINUE
               WHEN OTHER             DISPLAY "Invalid selection."
           END-EVALUATE.

       ADD-PRODUCT.
           DISPLAY "Product code (up to 4 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "A product code is required."
               GO TO ADD-PRODUCT-EXIT
           END-IF
           MOVE WS-INPUT-CODE TO PROD-CODE
           READ PROD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That product already exists."
                   GO TO ADD-PRODUCT-EXIT
           END-READ
           DISPLAY "Product name (up to 30 chars):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               DISPLAY "A product name is required."
               GO TO ADD-PRODUCT-EXIT
           END-IF
           DISPLAY "Base type (C=Checking, S=Savings, D=CD, "
               "M=Money Market):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE NOT = "C" AND "S" AND "D" AND "M"
               DISPLAY "Invalid type. Must be C, S, D, or M."
               GO TO ADD-PRODUCT-EXIT
           END-IF

           MOVE SPACES TO PROD-REC
           MOVE WS-INPUT-CODE TO PROD-CODE
           MOVE WS-INPUT-NAME TO PROD-NAME
           MOVE WS-INPUT-TYPE TO PROD-BASE-TYPE
           MOVE ZEROS TO PROD-MIN-OPEN
           MOVE ZEROS TO PROD-SVC-MIN-BAL
           MOVE ZEROS TO PROD-SVC-FEE
           MOVE WS-INPUT-TYPE TO PROD-RATE-TABLE
           MOVE ZEROS TO PROD-INT-RATE
           MOVE "N" TO PROD-OD-ALLOWED
           MOVE "N" TO PROD-SWEEP-ALLOWED
           MOVE ZEROS TO PROD-CD-TERMS
           MOVE "A" TO PROD-STATUS
           MOVE 0 TO WS-MODIFY-FLAG
           PERFORM PROMPT-PRODUCT-RULES
               THRU PROMPT-PRODUCT-RULES-EXIT
           IF NOT WS-RULES-VALID
               GO TO ADD-PRODUCT-EXIT
           END-IF

           WRITE PROD-REC
           IF WS-PROD-OK
               DISPLAY "Product " PROD-CODE " added."
           ELSE
               DISPLAY "ERROR: Could not add product - status "
                   WS-PROD-STATUS
           END-IF.
       ADD-PRODUCT-EXIT.
           EXIT.

       MODIFY-PRODUCT.
           DISPLAY "Product code:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROD-CODE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "Product not found."
                   GO TO MODIFY-PRODUCT-EXIT
           END-READ
           DISPLAY "Current name:   " PROD-NAME
           DISPLAY "New name (Enter to keep):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO PROD-NAME
           END-IF
      *    The base type is fixed once accounts may be open on the
      *    product; a different type is a different product.
           DISPLAY "Base type:      " PROD-BASE-TYPE
               " (cannot be changed)"
           SET WS-IS-MODIFY TO TRUE
           PERFORM PROMPT-PRODUCT-RULES
               THRU PROMPT-PRODUCT-RULES-EXIT
           IF NOT WS-RULES-VALID
               GO TO MODIFY-PRODUCT-EXIT
           END-IF
           REWRITE PROD-REC
           IF WS-PROD-OK
               DISPLAY "Product " PROD-CODE " updated."
           ELSE
               DISPLAY "ERROR: Could not update product."
           END-IF.
       MODIFY-PRODUCT-EXIT.
           EXIT.

      *    Prompts for the product's rules into PROD-REC. On MODIFY
      *    an empty answer keeps the current value; on ADD it takes
      *    the value ADD-PRODUCT set up (zero, or N, or the base
      *    type's own rate table).
       PROMPT-PRODUCT-RULES.
           MOVE 0 TO WS-VALID-FLAG
           MOVE PROD-MIN-OPEN TO WS-DISP-AMT
           IF WS-IS-MODIFY
               DISPLAY "Current minimum opening deposit: "
                   WS-DISP-AMT
           END-IF
           DISPLAY "Minimum opening deposit (e.g. 100.00):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                   TO PROD-MIN-OPEN
           END-IF

           MOVE PROD-SVC-MIN-BAL TO WS-DISP-SVCMIN
           MOVE PROD-SVC-FEE TO WS-DISP-AMT
           IF WS-IS-MODIFY
               DISPLAY "Current service fee: " WS-DISP-AMT
                   " at or below " WS-DISP-SVCMIN
           END-IF
           DISPLAY "Monthly service fee (0 = exempt):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                   TO PROD-SVC-FEE
           END-IF
           IF PROD-SVC-FEE > ZEROS
               DISPLAY "Fee charged at or below balance "
                   "(e.g. 100.00):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-AMOUNT
               IF WS-INPUT-AMOUNT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                       TO PROD-SVC-MIN-BAL
               END-IF
           ELSE
               MOVE ZEROS TO PROD-SVC-MIN-BAL
           END-IF

           IF WS-IS-MODIFY
               MOVE PROD-INT-RATE TO WS-DISP-RATE
               DISPLAY "Current rate table " PROD-RATE-TABLE
                   ", starting rate " WS-DISP-RATE
           END-IF
           DISPLAY "Rate table code (one letter, Enter for "
               PROD-RATE-TABLE "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TABLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TABLE) TO WS-INPUT-TABLE
           IF WS-INPUT-TABLE NOT = SPACES
               IF WS-INPUT-TABLE NOT ALPHABETIC
                   DISPLAY "Rate table code must be a letter."
                   GO TO PROMPT-PRODUCT-RULES-EXIT
               END-IF
               MOVE WS-INPUT-TABLE TO PROD-RATE-TABLE
           END-IF
           DISPLAY "Starting annual rate percent when the table "
               "has no row (e.g. 1.50):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           IF WS-INPUT-RATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-RATE) TO PROD-INT-RATE
           END-IF

      *    Overdraft limits and sweep links only exist on checking.
           IF PROD-IS-CHECKING
               DISPLAY "Overdraft limit allowed (Y/N, currently "
                   PROD-OD-ALLOWED "):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-YN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-YN) TO WS-INPUT-YN
               IF WS-INPUT-YN = "Y" OR "N"
                   MOVE WS-INPUT-YN TO PROD-OD-ALLOWED
               END-IF
               DISPLAY "Savings sweep link allowed (Y/N, currently "
                   PROD-SWEEP-ALLOWED "):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-YN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-YN) TO WS-INPUT-YN
               IF WS-INPUT-YN = "Y" OR "N"
                   MOVE WS-INPUT-YN TO PROD-SWEEP-ALLOWED
               END-IF
           ELSE
               MOVE "N" TO PROD-OD-ALLOWED
               MOVE "N" TO PROD-SWEEP-ALLOWED
           END-IF

           IF PROD-IS-CD
               IF WS-IS-MODIFY
                   DISPLAY "Current terms (months): "
                       PROD-CD-TERM (1) " " PROD-CD-TERM (2) " "
                       PROD-CD-TERM (3) " " PROD-CD-TERM (4)
                   DISPLAY "Re-key the terms offered, or Enter at "
                       "the first to keep them."
               END-IF
               DISPLAY "Term offered 1 of 4, in months - the "
                   "default (Enter for any term):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-TERM
               IF WS-INPUT-TERM NOT = SPACES
                   MOVE ZEROS TO PROD-CD-TERMS
                   MOVE FUNCTION NUMVAL(WS-INPUT-TERM)
                       TO PROD-CD-TERM (1)
                   PERFORM PROMPT-ONE-CD-TERM
                       VARYING WS-TERM-IDX FROM 2 BY 1
                       UNTIL WS-TERM-IDX > 4
               ELSE
                   IF NOT WS-IS-MODIFY
                       MOVE ZEROS TO PROD-CD-TERMS
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO PROD-CD-TERMS
           END-IF
           SET WS-RULES-VALID TO TRUE.
       PROMPT-PRODUCT-RULES-EXIT.
           EXIT.

       PROMPT-ONE-CD-TERM.
           DISPLAY "Term offered " WS-TERM-IDX " of 4 (Enter if "
               "no more):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM
           IF WS-INPUT-TERM = SPACES
               MOVE 5 TO WS-TERM-IDX
           ELSE
               MOVE FUNCTION NUMVAL(WS-INPUT-TERM)
                   TO PROD-CD-TERM (WS-TERM-IDX)
           END-IF.

       RETIRE-PRODUCT.
           DISPLAY "Product code to retire:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROD-CODE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "Product not found."
                   GO TO RETIRE-PRODUCT-EXIT
           END-READ
           IF PROD-IS-RETIRED
               DISPLAY "Product is already retired."
               GO TO RETIRE-PRODUCT-EXIT
           END-IF
           DISPLAY "Retire " PROD-CODE " - " PROD-NAME "? No new "
               "accounts will open on it. (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Retire cancelled."
               GO TO RETIRE-PRODUCT-EXIT
           END-IF
           MOVE "X" TO PROD-STATUS
           REWRITE PROD-REC
           IF WS-PROD-OK
               DISPLAY "Product " PROD-CODE " retired."
           ELSE
               DISPLAY "ERROR: Could not update product."
           END-IF.
       RETIRE-PRODUCT-EXIT.
           EXIT.

       REACTIVATE-PRODUCT.
           DISPLAY "Product code to reactivate:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO PROD-CODE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "Product not found."
                   GO TO REACTIVATE-PRODUCT-EXIT
           END-READ
           IF PROD-IS-ACTIVE
               DISPLAY "Product is already active."
               GO TO REACTIVATE-PRODUCT-EXIT
           END-IF
           MOVE "A" TO PROD-STATUS
           REWRITE PROD-REC
           IF WS-PROD-OK
               DISPLAY "Product " PROD-CODE " reactivated."
           ELSE
               DISPLAY "ERROR: Could not update product."
           END-IF.
       REACTIVATE-PRODUCT-EXIT.
           EXIT.

       LIST-PRODUCTS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-PROD-EOF-FLAG
           MOVE LOW-VALUES TO PROD-CODE
           START PROD-FILE KEY IS GREATER THAN PROD-CODE
               INVALID KEY
                   DISPLAY "(No products on file)"
                   GO TO LIST-PRODUCTS-EXIT
           END-START
           DISPLAY SPACES
           DISPLAY "CODE NAME                           T  MIN OPEN"
               "    SVC FEE  RT    RATE  OD SW ST"
           PERFORM LIST-ONE-PRODUCT UNTIL WS-PROD-AT-EOF
           DISPLAY SPACES
           DISPLAY "Products listed: " WS-LIST-COUNT.
       LIST-PRODUCTS-EXIT.
           EXIT.

       LIST-ONE-PRODUCT.
           READ PROD-FILE NEXT
               AT END
                   SET WS-PROD-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PROD-MIN-OPEN TO WS-DISP-AMT
                   MOVE PROD-INT-RATE TO WS-DISP-RATE
                   DISPLAY PROD-CODE " " PROD-NAME " " PROD-BASE-TYPE
                       " " WS-DISP-AMT WITH NO ADVANCING
                   MOVE PROD-SVC-FEE TO WS-DISP-AMT
                   DISPLAY " " WS-DISP-AMT "  " PROD-RATE-TABLE
                       "  " WS-DISP-RATE "  " PROD-OD-ALLOWED
                       "  " PROD-SWEEP-ALLOWED "  " PROD-STATUS
                   IF PROD-IS-CD AND PROD-CD-TERM (1) > ZEROS
                       DISPLAY "     CD terms (months): "
                           PROD-CD-TERM (1) " " PROD-CD-TERM (2)
                           " " PROD-CD-TERM (3) " " PROD-CD-TERM (4)
                   END-IF
           END-READ.

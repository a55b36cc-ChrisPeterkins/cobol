      * seeded with the standard chart when missing): interest         *
      * expense from interest entries, fee income from service         *
      * charges, cash movement from deposits and withdrawals split     *
      * by branch - and the loan book from the loan activity journal   *
      * (LOANTXN.dat): principal advanced and collected against the    *
      * loan asset, interest collected to interest income, late        *
      * charges assessed to fee income against a receivable that the   *
      * payments collecting them clear, deferred interest capitalized  *
      * to the loan asset against interest income - and the daily      *
      * interest accruals and their reliefs from the accrual ledger    *
      * (ACCRUAL.dat, written by INTACCR, INTPOST and the loan         *
      * payment paths). Writes a posting file the corporate GL         *
      * imports - and refuses to write one whose debits and credits    *
      * do not balance or that would drop unmapped activity.           *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT ACRL-FILE
               ASSIGN TO "data/ACCRUAL.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACRL-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
       FD  GLMAP-FILE.
       COPY GLMAP-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

           88  WS-GLMAP-NOT-FOUND    VALUE "23".
           88  WS-GLMAP-FILE-MISSING VALUE "35".

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-EOF           VALUE "10".
           88  WS-LNTX-FILE-MISSING  VALUE "35".

       01  WS-ACRL-STATUS        PIC XX.
           88  WS-ACRL-OK            VALUE "00".
           88  WS-ACRL-EOF           VALUE "10".
           88  WS-ACRL-FILE-MISSING  VALUE "35".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
       01  WS-POST-BRANCH        PIC X(4).
       01  WS-POST-CCY           PIC X(3).
       01  WS-TXN-BRANCH         PIC X(4).
       01  WS-POST-AMT           PIC 9(11)V99.

      *--- Loan book section totals ---
       01  WS-LOAN-MAPPED-COUNT  PIC 9(7) VALUE 0.
       01  WS-LOAN-ADVANCED      PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-PRIN-COLL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-PAYOFF-PRIN   PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-INT-COLL      PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-FEE-ASSESSED  PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-FEE-COLL      PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-INT-CAP       PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-ESC-COLL      PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-ESC-DISB      PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-ROWS-ADDED    PIC 9(2) VALUE 0.
       01  WS-FEE-ROWS-ADDED     PIC 9(2) VALUE 0.

      *--- Interest accrual section totals ---
       01  WS-ACRL-MAPPED-COUNT  PIC 9(7) VALUE 0.
       01  WS-ACRL-DEP-ACCRUED   PIC 9(13)V99 VALUE ZEROS.
       01  WS-ACRL-DEP-RELIEVED  PIC 9(13)V99 VALUE ZEROS.
       01  WS-ACRL-LOAN-ACCRUED  PIC 9(13)V99 VALUE ZEROS.
       01  WS-ACRL-LOAN-RELIEVED PIC 9(13)V99 VALUE ZEROS.
       01  WS-ACRL-ROWS-ADDED    PIC 9(2) VALUE 0.

       01  WS-TOTAL-DR           PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-CR           PIC 9(13)V99 VALUE ZEROS.
           PERFORM SCAN-NEXT-TXN UNTIL WS-TXN-EOF
           CLOSE TXN-FILE

           PERFORM POST-LOAN-BOOK THRU POST-LOAN-BOOK-EXIT
           PERFORM POST-ACCRUAL-LEDGER THRU POST-ACCRUAL-LEDGER-EXIT

           DISPLAY SPACES
           DISPLAY "  Entries mapped:   " WS-MAPPED-COUNT
           DISPLAY "  Entries unmapped: " WS-UNMAPPED-COUNT
       OPEN-GLMAP-FILE.
           OPEN I-O GLMAP-FILE
           IF WS-GLMAP-OK
               PERFORM ADD-LOAN-MAPPING-ROWS
                   THRU ADD-LOAN-MAPPING-ROWS-EXIT
               PERFORM ADD-ITEM-FEE-ROWS
                   THRU ADD-ITEM-FEE-ROWS-EXIT
               PERFORM ADD-ACCRUAL-ROWS
                   THRU ADD-ACCRUAL-ROWS-EXIT
               GO TO OPEN-GLMAP-FILE-EXIT
           END-IF
           IF NOT WS-GLMAP-FILE-MISSING
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 600200 TO GLMAP-OFF-ACCT
           WRITE GLMAP-REC
           PERFORM ADD-LOAN-MAPPING-ROWS
               THRU ADD-LOAN-MAPPING-ROWS-EXIT
           PERFORM ADD-ITEM-FEE-ROWS
               THRU ADD-ITEM-FEE-ROWS-EXIT
           PERFORM ADD-ACCRUAL-ROWS
               THRU ADD-ACCRUAL-ROWS-EXIT
           CLOSE GLMAP-FILE
           DISPLAY "Seeded the standard chart mapping in "
               "data/GLMAP.dat."
       OPEN-GLMAP-FILE-EXIT.
           EXIT.

      *    The loan book's "L" rows, keyed by the loan journal's
      *    category: principal advanced debits the loan asset,
      *    principal collected and payoffs credit it, interest
      *    collected credits loan interest income, late charges
      *    collected credit the late-charge receivable. The offset
      *    is cash - a movement settled through a deposit account
      *    is on the deposit journal too, whose D/W rows post
      *    deposits against cash, so cash nets out and the GL sees
      *    the loan against deposits. A late charge assessed moves
      *    no cash: it debits the receivable against loan fee
      *    income; nor does interest a deferral capitalizes, which
      *    debits the loan asset against interest income. Escrow
      *    collected with a payment credits the escrow liability;
      *    escrow paid out (ESCRDISB, into the clearing deposit
      *    account) debits it, both against cash. Rows
      *    already on the chart are left as the site set them;
      *    only missing ones are added, so a chart seeded before
      *    the loan book was carried picks them up on its next
      *    run.
       ADD-LOAN-MAPPING-ROWS.
           MOVE 0 TO WS-LOAN-ROWS-ADDED
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "ADV " TO GLMAP-CATEGORY
           MOVE 130100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "PRIN" TO GLMAP-CATEGORY
           MOVE 130100 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "PYOF" TO GLMAP-CATEGORY
           MOVE 130100 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "INT " TO GLMAP-CATEGORY
           MOVE 400500 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "LFEE" TO GLMAP-CATEGORY
           MOVE 130200 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400600 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "LFEC" TO GLMAP-CATEGORY
           MOVE 130200 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "CAPI" TO GLMAP-CATEGORY
           MOVE 130100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400500 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "ESCC" TO GLMAP-CATEGORY
           MOVE 200500 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE "ESCD" TO GLMAP-CATEGORY
           MOVE 200500 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 100100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-LOAN-MAPPING-ROW
           IF WS-LOAN-ROWS-ADDED > ZEROS
               DISPLAY "Added " WS-LOAN-ROWS-ADDED
                   " loan book row(s) to data/GLMAP.dat."
           END-IF.
       ADD-LOAN-MAPPING-ROWS-EXIT.
           EXIT.

       WRITE-LOAN-MAPPING-ROW.
           WRITE GLMAP-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAN-ROWS-ADDED
           END-WRITE.

      *    Per-item fees - returned NSF (NSFF) and paid into
      *    overdraft (ODFE) - book to their own income account, as
      *    do net account analysis charges (ANLC).
      *    Like the loan rows, only missing rows are added, so an
      *    existing chart picks them up on its next run.
       ADD-ITEM-FEE-ROWS.
           MOVE 0 TO WS-FEE-ROWS-ADDED
           MOVE "S" TO GLMAP-TXN-TYPE
           MOVE "NSFF" TO GLMAP-CATEGORY
           MOVE 200100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400700 TO GLMAP-OFF-ACCT
           PERFORM WRITE-FEE-MAPPING-ROW
           MOVE "S" TO GLMAP-TXN-TYPE
           MOVE "ODFE" TO GLMAP-CATEGORY
           MOVE 200100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400700 TO GLMAP-OFF-ACCT
           PERFORM WRITE-FEE-MAPPING-ROW
           MOVE "S" TO GLMAP-TXN-TYPE
           MOVE "ANLC" TO GLMAP-CATEGORY
           MOVE 200100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400800 TO GLMAP-OFF-ACCT
           PERFORM WRITE-FEE-MAPPING-ROW
           IF WS-FEE-ROWS-ADDED > ZEROS
               DISPLAY "Added " WS-FEE-ROWS-ADDED
                   " fee income row(s) to data/GLMAP.dat."
           END-IF.
       ADD-ITEM-FEE-ROWS-EXIT.
           EXIT.

       WRITE-FEE-MAPPING-ROW.
           WRITE GLMAP-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FEE-ROWS-ADDED
           END-WRITE.

      *    The accrual ledger's "A" rows, keyed by its category. A
      *    deposit accrual debits interest expense against accrued
      *    interest payable; its relief when INTPOST pays reverses
      *    that, so the month's expense nets to the interest the
      *    "I" entries paid. A loan accrual debits accrued interest
      *    receivable against loan interest income; its relief when
      *    a payment collects interest reverses that, so income
      *    nets to what the "L" INT entries collected. Like the
      *    loan rows, only missing rows are added.
       ADD-ACCRUAL-ROWS.
           MOVE 0 TO WS-ACRL-ROWS-ADDED
           MOVE "A" TO GLMAP-TXN-TYPE
           MOVE "DACR" TO GLMAP-CATEGORY
           MOVE 500100 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 200600 TO GLMAP-OFF-ACCT
           PERFORM WRITE-ACCRUAL-MAPPING-ROW
           MOVE "A" TO GLMAP-TXN-TYPE
           MOVE "DREL" TO GLMAP-CATEGORY
           MOVE 200600 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 500100 TO GLMAP-OFF-ACCT
           PERFORM WRITE-ACCRUAL-MAPPING-ROW
           MOVE "A" TO GLMAP-TXN-TYPE
           MOVE "LACR" TO GLMAP-CATEGORY
           MOVE 130300 TO GLMAP-GL-ACCT
           MOVE "D" TO GLMAP-GL-SIDE
           MOVE 400500 TO GLMAP-OFF-ACCT
           PERFORM WRITE-ACCRUAL-MAPPING-ROW
           MOVE "A" TO GLMAP-TXN-TYPE
           MOVE "LREL" TO GLMAP-CATEGORY
           MOVE 130300 TO GLMAP-GL-ACCT
           MOVE "C" TO GLMAP-GL-SIDE
           MOVE 400500 TO GLMAP-OFF-ACCT
           PERFORM WRITE-ACCRUAL-MAPPING-ROW
           IF WS-ACRL-ROWS-ADDED > ZEROS
               DISPLAY "Added " WS-ACRL-ROWS-ADDED
                   " interest accrual row(s) to data/GLMAP.dat."
           END-IF.
       ADD-ACCRUAL-ROWS-EXIT.
           EXIT.

       WRITE-ACCRUAL-MAPPING-ROW.
           WRITE GLMAP-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ACRL-ROWS-ADDED
           END-WRITE.

       SCAN-NEXT-TXN.
           READ TXN-FILE
               AT END
           IF WS-POST-CCY = SPACES
               MOVE "USD" TO WS-POST-CCY
           END-IF
           MOVE TXN-AMOUNT TO WS-POST-AMT
           PERFORM ACCUMULATE-GL-CELL THRU ACCUMULATE-GL-CELL-EXIT
      *    ...and the offset leg on the other, so every entry
      *    balances by construction.
       FIND-REVERSAL-ORIGINAL-EXIT.
           EXIT.

      *    Loan book section: the day's loan journal movements,
      *    posted through the "L" rows into the same cells as the
      *    deposit side so the cash legs net per branch.
       POST-LOAN-BOOK.
           OPEN INPUT LNTX-FILE
           IF NOT WS-LNTX-OK
               IF NOT WS-LNTX-FILE-MISSING
                   DISPLAY "WARNING: Cannot open the loan activity "
                       "journal: " WS-LNTX-STATUS
               END-IF
               GO TO POST-LOAN-BOOK-EXIT
           END-IF
           PERFORM SCAN-NEXT-LOAN-ENTRY UNTIL WS-LNTX-EOF
           CLOSE LNTX-FILE

           DISPLAY SPACES
           DISPLAY "  LOAN BOOK"
           DISPLAY "  Loan entries mapped:      " WS-LOAN-MAPPED-COUNT
           MOVE WS-LOAN-ADVANCED TO WS-DISP-AMT
           DISPLAY "  Principal advanced:  " WS-DISP-AMT
           MOVE WS-LOAN-PRIN-COLL TO WS-DISP-AMT
           DISPLAY "  Principal collected: " WS-DISP-AMT
           MOVE WS-LOAN-PAYOFF-PRIN TO WS-DISP-AMT
           DISPLAY "  Paid off:            " WS-DISP-AMT
           MOVE WS-LOAN-INT-COLL TO WS-DISP-AMT
           DISPLAY "  Interest income:     " WS-DISP-AMT
           MOVE WS-LOAN-FEE-ASSESSED TO WS-DISP-AMT
           DISPLAY "  Late fees assessed:  " WS-DISP-AMT
           MOVE WS-LOAN-FEE-COLL TO WS-DISP-AMT
           DISPLAY "  Late fees collected: " WS-DISP-AMT
           MOVE WS-LOAN-INT-CAP TO WS-DISP-AMT
           DISPLAY "  Interest capitalized:" WS-DISP-AMT
           MOVE WS-LOAN-ESC-COLL TO WS-DISP-AMT
           DISPLAY "  Escrow collected:    " WS-DISP-AMT
           MOVE WS-LOAN-ESC-DISB TO WS-DISP-AMT
           DISPLAY "  Escrow disbursed:    " WS-DISP-AMT.
       POST-LOAN-BOOK-EXIT.
           EXIT.

       SCAN-NEXT-LOAN-ENTRY.
           READ LNTX-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LNTX-DATE = WS-RPT-DATE
                       PERFORM POST-THIS-LOAN-ENTRY
                           THRU POST-THIS-LOAN-ENTRY-EXIT
                   END-IF
           END-READ.

      *    Exact "L" row for the category, then the "L" catch-all.
      *    The branch and currency are the settling deposit
      *    account's, matching its deposit-journal leg; cash and
      *    cashier's-check movements book to the main office.
       POST-THIS-LOAN-ENTRY.
           MOVE 0 TO WS-MAP-HIT-FLAG
           MOVE "L" TO GLMAP-TXN-TYPE
           MOVE LNTX-CATEGORY TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAP-HIT TO TRUE
           END-READ
           IF NOT WS-MAP-HIT
               MOVE "L" TO GLMAP-TXN-TYPE
               MOVE "****" TO GLMAP-CATEGORY
               READ GLMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MAP-HIT TO TRUE
               END-READ
           END-IF
           IF NOT WS-MAP-HIT
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "  UNMAPPED: LOAN " LNTX-LOAN-NO
                   " CATEGORY " LNTX-CATEGORY
               GO TO POST-THIS-LOAN-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-LOAN-MAPPED-COUNT
           EVALUATE TRUE
               WHEN LNTX-IS-ADVANCE
                   ADD LNTX-AMOUNT TO WS-LOAN-ADVANCED
               WHEN LNTX-IS-PRINCIPAL
                   ADD LNTX-AMOUNT TO WS-LOAN-PRIN-COLL
               WHEN LNTX-IS-PAYOFF
                   ADD LNTX-AMOUNT TO WS-LOAN-PAYOFF-PRIN
               WHEN LNTX-IS-INTEREST
                   ADD LNTX-AMOUNT TO WS-LOAN-INT-COLL
               WHEN LNTX-IS-LATE-FEE
                   ADD LNTX-AMOUNT TO WS-LOAN-FEE-ASSESSED
               WHEN LNTX-IS-FEE-PAID
                   ADD LNTX-AMOUNT TO WS-LOAN-FEE-COLL
               WHEN LNTX-IS-CAP-INT
                   ADD LNTX-AMOUNT TO WS-LOAN-INT-CAP
               WHEN LNTX-IS-ESCROW-IN
                   ADD LNTX-AMOUNT TO WS-LOAN-ESC-COLL
               WHEN LNTX-IS-ESCROW-OUT
                   ADD LNTX-AMOUNT TO WS-LOAN-ESC-DISB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE "0001" TO WS-POST-BRANCH
           MOVE "USD" TO WS-POST-CCY
           IF WS-ACCT-IS-OPEN AND LNTX-ACCT-NO > ZEROS
               MOVE LNTX-ACCT-NO TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH TO WS-POST-BRANCH
                       IF ACCT-CURRENCY NOT = SPACES
                           MOVE ACCT-CURRENCY TO WS-POST-CCY
                       END-IF
               END-READ
           END-IF

           MOVE LNTX-AMOUNT TO WS-POST-AMT
           MOVE GLMAP-GL-ACCT TO WS-POST-GL
           MOVE GLMAP-GL-SIDE TO WS-POST-SIDE
           PERFORM ACCUMULATE-GL-CELL THRU ACCUMULATE-GL-CELL-EXIT
           MOVE GLMAP-OFF-ACCT TO WS-POST-GL
           IF GLMAP-GL-SIDE = "D"
               MOVE "C" TO WS-POST-SIDE
           ELSE
               MOVE "D" TO WS-POST-SIDE
           END-IF
           PERFORM ACCUMULATE-GL-CELL THRU ACCUMULATE-GL-CELL-EXIT.
       POST-THIS-LOAN-ENTRY-EXIT.
           EXIT.

       POST-ACCRUAL-LEDGER.
           OPEN INPUT ACRL-FILE
           IF NOT WS-ACRL-OK
               IF NOT WS-ACRL-FILE-MISSING
                   DISPLAY "WARNING: Cannot open the accrual "
                       "ledger: " WS-ACRL-STATUS
               END-IF
               GO TO POST-ACCRUAL-LEDGER-EXIT
           END-IF
           PERFORM SCAN-NEXT-ACCRUAL UNTIL WS-ACRL-EOF
           CLOSE ACRL-FILE

           DISPLAY SPACES
           DISPLAY "  INTEREST ACCRUALS"
           DISPLAY "  Accrual entries mapped:   " WS-ACRL-MAPPED-COUNT
           MOVE WS-ACRL-DEP-ACCRUED TO WS-DISP-AMT
           DISPLAY "  Deposit accrued:     " WS-DISP-AMT
           MOVE WS-ACRL-DEP-RELIEVED TO WS-DISP-AMT
           DISPLAY "  Deposit relieved:    " WS-DISP-AMT
           MOVE WS-ACRL-LOAN-ACCRUED TO WS-DISP-AMT
           DISPLAY "  Loan accrued:        " WS-DISP-AMT
           MOVE WS-ACRL-LOAN-RELIEVED TO WS-DISP-AMT
           DISPLAY "  Loan relieved:       " WS-DISP-AMT.
       POST-ACCRUAL-LEDGER-EXIT.
           EXIT.

       SCAN-NEXT-ACCRUAL.
           READ ACRL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ACRL-DATE = WS-RPT-DATE
                       PERFORM POST-THIS-ACCRUAL
                           THRU POST-THIS-ACCRUAL-EXIT
                   END-IF
           END-READ.

      *    Exact "A" row for the category, then the "A" catch-all.
      *    The ledger entry carries the branch and currency it
      *    books to.
       POST-THIS-ACCRUAL.
           MOVE 0 TO WS-MAP-HIT-FLAG
           MOVE "A" TO GLMAP-TXN-TYPE
           MOVE ACRL-CATEGORY TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAP-HIT TO TRUE
           END-READ
           IF NOT WS-MAP-HIT
               MOVE "A" TO GLMAP-TXN-TYPE
               MOVE "****" TO GLMAP-CATEGORY
               READ GLMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MAP-HIT TO TRUE
               END-READ
           END-IF
           IF NOT WS-MAP-HIT
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "  UNMAPPED: ACCRUAL " ACRL-REF-NO
                   " CATEGORY " ACRL-CATEGORY
               GO TO POST-THIS-ACCRUAL-EXIT
           END-IF
           ADD 1 TO WS-ACRL-MAPPED-COUNT
           EVALUATE TRUE
               WHEN ACRL-IS-DEP-ACCRUAL
                   ADD ACRL-AMOUNT TO WS-ACRL-DEP-ACCRUED
               WHEN ACRL-IS-DEP-RELIEF
                   ADD ACRL-AMOUNT TO WS-ACRL-DEP-RELIEVED
               WHEN ACRL-IS-LOAN-ACCRUAL
                   ADD ACRL-AMOUNT TO WS-ACRL-LOAN-ACCRUED
               WHEN ACRL-IS-LOAN-RELIEF
                   ADD ACRL-AMOUNT TO WS-ACRL-LOAN-RELIEVED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE ACRL-BRANCH TO WS-POST-BRANCH
           IF ACRL-BRANCH = SPACES
               MOVE "0001" TO WS-POST-BRANCH
           END-IF
           MOVE ACRL-CURRENCY TO WS-POST-CCY
           IF ACRL-CURRENCY = SPACES
               MOVE "USD" TO WS-POST-CCY
           END-IF
           MOVE ACRL-AMOUNT TO WS-POST-AMT
           MOVE GLMAP-GL-ACCT TO WS-POST-GL
           MOVE GLMAP-GL-SIDE TO WS-POST-SIDE
           PERFORM ACCUMULATE-GL-CELL THRU ACCUMULATE-GL-CELL-EXIT
           MOVE GLMAP-OFF-ACCT TO WS-POST-GL
           IF GLMAP-GL-SIDE = "D"
               MOVE "C" TO WS-POST-SIDE
           ELSE
               MOVE "D" TO WS-POST-SIDE
           END-IF
           PERFORM ACCUMULATE-GL-CELL THRU ACCUMULATE-GL-CELL-EXIT.
       POST-THIS-ACCRUAL-EXIT.
           EXIT.

       ACCUMULATE-GL-CELL.
           MOVE 0 TO WS-GL-FOUND-FLAG
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               MOVE ZEROS TO WS-GL-CR(WS-GL-IDX)
           END-IF
           IF WS-POST-SIDE = "D"
               ADD WS-POST-AMT TO WS-GL-DR(WS-GL-IDX)
               ADD WS-POST-AMT TO WS-TOTAL-DR
           ELSE
               ADD WS-POST-AMT TO WS-GL-CR(WS-GL-IDX)
               ADD WS-POST-AMT TO WS-TOTAL-CR
           END-IF.
       ACCUMULATE-GL-CELL-EXIT.
           EXIT.

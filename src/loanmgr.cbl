      * interest through a keyed good-through date, printed to a       *
      * dated quote file), and PAYOFF (takes the exact quote amount    *
      * by account debit or cash, journals the final interest into     *
      * LOAN-PAID-INT, and marks the loan Paid-Off). Every advance,    *
      * payment and payoff also goes on the loan activity journal      *
      * (data/LOANTXN.dat) that GLEXTR posts the loan book from.       *
      * Late charges LATECHG has assessed are collected ahead of       *
      * interest by a payment and are part of the payoff amount.       *
      * A loan opened against an index code (IDXMNT's table) is        *
      * priced at the index plus a margin, held between a floor and    *
      * cap, and LOANRPRC reprices it on each adjustment date.         *
      * DEFER/MODIFY (supervisor sign-on) skips N payments, optionally *
      * capitalizing the deferred interest, or changes the rate and/or *
      * remaining term; either re-amortizes the payment and is kept in *
      * the modification history (data/LOANMOD.dat).                   *
      * ESCROW sets a loan's monthly escrow payment - collected with   *
      * every payment into LOAN-ESCROW-BAL - and its tax/insurance     *
      * payee schedule (data/ESCROW.dat) that ESCRDISB pays from.      *
      * A loan opened as a revolving line carries a credit limit       *
      * instead of a term; DRAW advances funds against the credit      *
      * still available, in cash or to a deposit account, and         *
      * payments go to the billed interest LOCCYCLE charged and the    *
      * minimum payment due before principal.                          *
      * COLLATERAL keeps the register of what secures a loan           *
      * (data/COLLATRL.dat) - appraised value, lien position, and      *
      * deposits pledged, which restrain the pledged account - and     *
      * shows the loan-to-value against the policy maximum. A          *
      * payoff releases every item still held and prints the           *
      * lien-release notice.                                           *
      * Interest a payment or payoff collects relieves the accrual     *
      * INTACCR has booked on the loan; the relief goes on the         *
      * accrual ledger (data/ACCRUAL.dat) with the interest collected  *
      * and its difference from the accrual.                           *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

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

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT IDXR-FILE
               ASSIGN TO "data/INDEXRT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDXR-KEY
               FILE STATUS IS WS-IDXR-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LMOD-FILE
               ASSIGN TO "data/LOANMOD.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LMOD-STATUS.

           SELECT ESCR-FILE
               ASSIGN TO "data/ESCROW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCR-KEY
               FILE STATUS IS WS-ESCR-STATUS.

           SELECT COLL-FILE
               ASSIGN TO "data/COLLATRL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-KEY
               FILE STATUS IS WS-COLL-STATUS.

           SELECT BENE-FILE
               ASSIGN TO "data/BENEFIC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS WS-BENE-STATUS.

           SELECT QUOTE-FILE
               ASSIGN TO DYNAMIC WS-QUOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  IDXR-FILE.
       COPY IDXR-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  LMOD-FILE.
       COPY LMOD-REC.

       FD  ESCR-FILE.
       COPY ESCR-REC.

       FD  COLL-FILE.
       COPY COLL-REC.

       FD  BENE-FILE.
       COPY BENE-REC.

       FD  QUOTE-FILE.
       01  QUOTE-REC              PIC X(80).

           88  WS-LOAN-DUP-KEY       VALUE "22".
           88  WS-LOAN-NOT-FOUND     VALUE "23".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
           88  WS-LOAN-LOCKED        VALUE "51".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-FILE-MISSING  VALUE "35".
       01  WS-ACRL-STATUS        PIC XX.
           88  WS-ACRL-OK            VALUE "00".
           88  WS-ACRL-FILE-MISSING  VALUE "35".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".

       01  WS-IDXR-STATUS        PIC XX.
           88  WS-IDXR-OK            VALUE "00".
       01  WS-IDXR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-IDXR-IS-OPEN       VALUE 1.
       01  WS-IDXR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-IDXR-AT-EOF        VALUE 1.

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.
       01  WS-OPER-SIGNED-FLAG   PIC 9 VALUE 0.
           88  WS-OPERATOR-SIGNED-ON VALUE 1.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-ROLE           PIC X(8).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       01  WS-ENT-LOG-FLAG       PIC 9 VALUE 0.
           88  WS-ENT-LOG-OPENED     VALUE 1.
       01  WS-ENT-STAMP          PIC X(21).
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.

       01  WS-LMOD-STATUS        PIC XX.
           88  WS-LMOD-OK            VALUE "00".
           88  WS-LMOD-FILE-MISSING  VALUE "35".
       01  WS-LMOD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LMOD-AT-EOF        VALUE 1.
       01  WS-LMOD-COUNT         PIC 9(3) VALUE 0.

       01  WS-ESCR-STATUS        PIC XX.
           88  WS-ESCR-OK            VALUE "00".
           88  WS-ESCR-FILE-MISSING  VALUE "35".
       01  WS-ESCR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ESCR-IS-OPEN       VALUE 1.
       01  WS-ESCR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ESCR-AT-EOF        VALUE 1.
       01  WS-BENE-STATUS        PIC XX.
           88  WS-BENE-OK            VALUE "00".
       01  WS-BENE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-BENE-IS-OPEN       VALUE 1.

       01  WS-LOAN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LOAN-IS-OPEN       VALUE 1.
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN      VALUE 1.
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.
       01  WS-LNTX-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LNTX-IS-OPEN       VALUE 1.
       01  WS-ACRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACRL-IS-OPEN       VALUE 1.
       01  WS-CTRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CTRL-IS-OPEN       VALUE 1.

           88  WS-TOGGLE-AUTOPAY     VALUE "5".
           88  WS-PAYOFF-QUOTE       VALUE "6".
           88  WS-POST-PAYOFF        VALUE "7".
           88  WS-MODIFY-LOAN        VALUE "8".
           88  WS-MAINTAIN-ESCROW    VALUE "9".
           88  WS-DRAW-ON-LINE       VALUE "D" "d".
           88  WS-MAINTAIN-COLLATERAL VALUE "C" "c".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-INPUT-NAME         PIC X(30).
       01  WS-FUND-ACCT-NO       PIC 9(8).
       01  WS-CUST-LINK-NO       PIC 9(8).

      *--- Variable-rate pricing: index + margin, floor and cap ---
       01  WS-INPUT-INDEX        PIC X(4).
       01  WS-INPUT-MARGIN       PIC X(8).
       01  WS-INPUT-FLOOR        PIC X(8).
       01  WS-INPUT-CAP          PIC X(8).
       01  WS-INPUT-RPRC         PIC X(3).
       01  WS-INDEX-CODE         PIC X(4).
       01  WS-INDEX-RATE         PIC 9(2)V9(4).
       01  WS-INDEX-FOUND-FLAG   PIC 9 VALUE 0.
           88  WS-INDEX-FOUND        VALUE 1.
       01  WS-MARGIN             PIC S9(2)V9(4).
       01  WS-RATE-FLOOR         PIC 9(2)V9(4).
       01  WS-RATE-CAP           PIC 9(2)V9(4).
       01  WS-RPRC-MONTHS        PIC 9(3).
       01  WS-NEW-RATE           PIC S9(3)V9(4).
       01  WS-NEXT-RPRC-DT       PIC 9(8).

      *--- Deferral / modification: terms before and after ---
       01  WS-MOD-TYPE           PIC X(1).
           88  WS-MOD-DEFER          VALUE "D" "d".
           88  WS-MOD-TERMS          VALUE "M" "m".
       01  WS-INPUT-COUNT        PIC X(2).
       01  WS-INPUT-REASON       PIC X(30).
       01  WS-DEFER-COUNT        PIC 9(2).
       01  WS-MAX-DEFER          PIC 9(2) VALUE 12.
       01  WS-CAP-AMT            PIC 9(7)V99.
       01  WS-OPEN-MONTHS        PIC 9(6).
       01  WS-DUE-MONTHS         PIC 9(6).
       01  WS-REMAIN-TERM        PIC S9(4).
       01  WS-OLD-REMAIN         PIC 9(3).
       01  WS-NEW-REMAIN         PIC 9(3).
       01  WS-NEW-TERM           PIC S9(4).
       01  WS-NEW-DUE-DT         PIC 9(8).
       01  WS-NEW-BAL            PIC 9(9)V99.
       01  WS-MOD-VALID-FLAG     PIC 9 VALUE 0.
           88  WS-MOD-VALID          VALUE 1.

      *--- Escrow payment and payee schedule maintenance ---
       01  WS-ESC-ACTION         PIC X(1).
           88  WS-ESC-ADD            VALUE "A" "a".
           88  WS-ESC-CHANGE         VALUE "C" "c".
           88  WS-ESC-REMOVE         VALUE "R" "r".
           88  WS-ESC-SET-PMT        VALUE "P" "p".
       01  WS-INPUT-SEQ          PIC X(2).
       01  WS-INPUT-TYPE         PIC X(1).
       01  WS-INPUT-BENE         PIC X(8).
       01  WS-INPUT-DESC         PIC X(20).
       01  WS-INPUT-FREQ         PIC X(2).
       01  WS-INPUT-DUE          PIC X(8).
       01  WS-ESC-COUNT          PIC 9(3) VALUE 0.
       01  WS-ESC-LAST-SEQ       PIC 9(2) VALUE 0.

      *--- Collateral register, loan-to-value and lien release ---
       01  WS-COLL-STATUS        PIC XX.
           88  WS-COLL-OK            VALUE "00".
           88  WS-COLL-FILE-MISSING  VALUE "35".
       01  WS-COLL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-COLL-IS-OPEN       VALUE 1.
       01  WS-COLL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-COLL-AT-EOF        VALUE 1.
       01  WS-COLL-ACTION        PIC X(1).
           88  WS-COLL-ADD           VALUE "A" "a".
           88  WS-COLL-REVALUE       VALUE "V" "v".
           88  WS-COLL-RELEASE       VALUE "R" "r".
       01  WS-INPUT-COLL-DESC    PIC X(30).
       01  WS-INPUT-LIEN         PIC X(1).
       01  WS-COLL-COUNT         PIC 9(3) VALUE 0.
       01  WS-COLL-LAST-SEQ      PIC 9(2) VALUE 0.
       01  WS-COLL-VALUE         PIC 9(11)V99.
       01  WS-COLL-TYPE-DESC     PIC X(12).
       01  WS-PLEDGE-AMT         PIC 9(9)V99.
       01  WS-OWN-PLEDGE         PIC 9(9)V99.
       01  WS-LTV-PCT            PIC 9(5)V99.
       01  WS-LTV-MAX-PCT        PIC 9(3) VALUE 80.
       01  WS-RELEASE-COUNT      PIC 9(3) VALUE 0.
       01  WS-PLEDGE-FAIL-COUNT  PIC 9(3) VALUE 0.
       01  WS-DISP-PCT           PIC ZZZZ9.99.

      *--- Revolving line of credit: limit, draws, minimum due ---
       01  WS-INPUT-LOAN-TYPE    PIC X(1).
       01  WS-LOAN-TYPE          PIC X(1).
           88  WS-TYPE-REVOLVING     VALUE "R".
       01  WS-INPUT-LIMIT        PIC X(12).
       01  WS-INPUT-PCT          PIC X(6).
       01  WS-CREDIT-LIMIT       PIC 9(9)V99.
       01  WS-MIN-PMT-PCT        PIC 9(2)V99.
       01  WS-AVAIL-CREDIT       PIC S9(9)V99.
       01  WS-MIN-APPLIED        PIC 9(9)V99.
       01  WS-STMT-DT            PIC 9(8).
       01  WS-PROCEEDS-DESC      PIC X(20).

      *--- Amortized payment calculation ---
      *    PMT = P * i / (1 - (1 + i) ** -n), i = monthly rate.
       01  WS-MONTHLY-RATE       PIC 9(1)V9(10).
       01  WS-PAY-AMT            PIC 9(9)V99.
       01  WS-INT-PORTION        PIC 9(9)V99.
       01  WS-PRIN-PORTION       PIC 9(9)V99.
       01  WS-FEE-PORTION        PIC 9(9)V99.
       01  WS-ESC-PORTION        PIC 9(9)V99.
       01  WS-PAY-LOAN-NO        PIC 9(8).
       01  WS-PAY-FROM-ACCT      PIC 9(8).

       01  WS-AUTOPAY-FLAG       PIC X(1) VALUE SPACE.

      *--- Loan activity journal entry being written ---
       01  WS-LNTX-CATEGORY      PIC X(4).
       01  WS-LNTX-AMOUNT        PIC 9(9)V99.
       01  WS-LNTX-ACCT-NO       PIC 9(8).
      *    Accrual relieved by the payment or payoff being posted.
       01  WS-RELIEF-AMT         PIC 9(9)V99 VALUE 0.
       01  WS-RELIEF-DIFF        PIC S9(9)V99 VALUE 0.
       01  WS-DISBURSED-FLAG     PIC 9 VALUE 0.
           88  WS-PROCEEDS-CREDITED  VALUE 1.

      *--- Payoff quote: outstanding principal plus per-diem
      *    interest from the day interest is paid through (last
      *    payment, or open date on a loan never paid) to the keyed
       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.
       01  WS-DISP-RATE          PIC Z9.9999.
       01  WS-DISP-MARGIN        PIC -Z9.9999.
       01  WS-DISP-RATE2         PIC Z9.9999.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  LOAN MANAGER"
           DISPLAY "========================================="
           PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT
           IF NOT WS-OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           IF NOT WS-LOAN-IS-OPEN
               DISPLAY "FATAL: Cannot open loan file."
               END-IF
           END-IF

           OPEN EXTEND LNTX-FILE
           IF WS-LNTX-OK
               SET WS-LNTX-IS-OPEN TO TRUE
           ELSE
               IF WS-LNTX-FILE-MISSING
                   OPEN OUTPUT LNTX-FILE
                   IF WS-LNTX-OK
                       SET WS-LNTX-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN EXTEND ACRL-FILE
           IF WS-ACRL-OK
               SET WS-ACRL-IS-OPEN TO TRUE
           ELSE
               IF WS-ACRL-FILE-MISSING
                   OPEN OUTPUT ACRL-FILE
                   IF WS-ACRL-OK
                       SET WS-ACRL-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN INPUT IDXR-FILE
           IF WS-IDXR-OK
               SET WS-IDXR-IS-OPEN TO TRUE
           END-IF

           OPEN I-O ESCR-FILE
           IF WS-ESCR-OK
               SET WS-ESCR-IS-OPEN TO TRUE
           ELSE
               IF WS-ESCR-FILE-MISSING
                   OPEN OUTPUT ESCR-FILE
                   IF WS-ESCR-OK
                       CLOSE ESCR-FILE
                       OPEN I-O ESCR-FILE
                       IF WS-ESCR-OK
                           SET WS-ESCR-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           OPEN I-O COLL-FILE
           IF WS-COLL-OK
               SET WS-COLL-IS-OPEN TO TRUE
           ELSE
               IF WS-COLL-FILE-MISSING
                   OPEN OUTPUT COLL-FILE
                   IF WS-COLL-OK
                       CLOSE COLL-FILE
                       OPEN I-O COLL-FILE
                       IF WS-COLL-OK
                           SET WS-COLL-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           OPEN INPUT BENE-FILE
           IF WS-BENE-OK
               SET WS-BENE-IS-OPEN TO TRUE
           END-IF

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF
           IF WS-LNTX-IS-OPEN
               CLOSE LNTX-FILE
               MOVE 0 TO WS-LNTX-OPEN-FLAG
           END-IF
           IF WS-ACRL-IS-OPEN
               CLOSE ACRL-FILE
               MOVE 0 TO WS-ACRL-OPEN-FLAG
           END-IF
           IF WS-IDXR-IS-OPEN
               CLOSE IDXR-FILE
               MOVE 0 TO WS-IDXR-OPEN-FLAG
           END-IF
           IF WS-ESCR-IS-OPEN
               CLOSE ESCR-FILE
               MOVE 0 TO WS-ESCR-OPEN-FLAG
           END-IF
           IF WS-COLL-IS-OPEN
               CLOSE COLL-FILE
               MOVE 0 TO WS-COLL-OPEN-FLAG
           END-IF
           IF WS-BENE-IS-OPEN
               CLOSE BENE-FILE
               MOVE 0 TO WS-BENE-OPEN-FLAG
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTRL-NEXT-TXN-ID TO WS-NEXT-TXN-ID
                   IF CTRL-LTV-MAX-PCT NUMERIC
                       AND CTRL-LTV-MAX-PCT > ZEROS
                       MOVE CTRL-LTV-MAX-PCT TO WS-LTV-MAX-PCT
                   END-IF
           END-READ.

       PERSIST-NEXT-TXN-ID.
           DISPLAY "5. Set/Clear Autopay"
           DISPLAY "6. Payoff Quote"
           DISPLAY "7. Post Payoff"
           DISPLAY "8. Defer/Modify Loan (supervisor)"
           DISPLAY "9. Escrow Payment and Payees"
           DISPLAY "D. Draw on Credit Line"
           DISPLAY "C. Collateral Register"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   THRU PAYOFF-QUOTE-EXIT
               WHEN WS-POST-PAYOFF  PERFORM POST-PAYOFF
                   THRU POST-PAYOFF-EXIT
               WHEN WS-MODIFY-LOAN  PERFORM MODIFY-LOAN
                   THRU MODIFY-LOAN-EXIT
               WHEN WS-MAINTAIN-ESCROW PERFORM MAINTAIN-ESCROW
                   THRU MAINTAIN-ESCROW-EXIT
               WHEN WS-DRAW-ON-LINE PERFORM DRAW-ON-LINE
                   THRU DRAW-ON-LINE-EXIT
               WHEN WS-MAINTAIN-COLLATERAL
                   PERFORM MAINTAIN-COLLATERAL
                       THRU MAINTAIN-COLLATERAL-EXIT
               WHEN WS-QUIT         CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Loan and account locks taken with READ ... WITH LOCK are
      *    held until the posting finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           IF WS-LOAN-IS-OPEN
               UNLOCK LOAN-FILE
           END-IF
           IF WS-ACCT-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF.

       OPEN-LOAN.
           DISPLAY "Borrower name:"
                   TO WS-CUST-LINK-NO
           END-IF

      *    A revolving line is opened for a credit limit, with an
      *    optional first draw in place of the principal.
           DISPLAY "Loan type - I installment, R revolving line "
               "(Enter for I):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOAN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LOAN-TYPE)
               TO WS-LOAN-TYPE
           IF WS-LOAN-TYPE = SPACE
               MOVE "I" TO WS-LOAN-TYPE
           END-IF
           IF WS-LOAN-TYPE NOT = "I" AND NOT WS-TYPE-REVOLVING
               DISPLAY "Loan type must be I or R."
               GO TO OPEN-LOAN-EXIT
           END-IF
           MOVE ZEROS TO WS-CREDIT-LIMIT
           MOVE ZEROS TO WS-MIN-PMT-PCT

           IF WS-TYPE-REVOLVING
               DISPLAY "Credit limit (e.g. 50000.00):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-LIMIT
               MOVE FUNCTION NUMVAL(WS-INPUT-LIMIT)
                   TO WS-CREDIT-LIMIT
               IF WS-CREDIT-LIMIT < 1
                   DISPLAY "Credit limit must be at least $1.00."
                   GO TO OPEN-LOAN-EXIT
               END-IF
               DISPLAY "Initial draw (Enter for none):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-AMOUNT
               MOVE ZEROS TO WS-LOAN-AMT
               IF WS-INPUT-AMOUNT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                       TO WS-LOAN-AMT
               END-IF
               IF WS-LOAN-AMT > WS-CREDIT-LIMIT
                   DISPLAY "Initial draw exceeds the credit limit."
                   GO TO OPEN-LOAN-EXIT
               END-IF
           ELSE
               DISPLAY "Principal amount (e.g. 25000.00):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-AMOUNT
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO WS-LOAN-AMT
               IF WS-LOAN-AMT < 1
                   DISPLAY "Principal must be at least $1.00."
                   GO TO OPEN-LOAN-EXIT
               END-IF
           END-IF

           DISPLAY "Index code (Enter for a fixed rate):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-INDEX
           MOVE FUNCTION UPPER-CASE(WS-INPUT-INDEX) TO WS-INDEX-CODE
           MOVE ZEROS TO WS-MARGIN
           MOVE ZEROS TO WS-RATE-FLOOR
           MOVE ZEROS TO WS-RATE-CAP
           MOVE ZEROS TO WS-RPRC-MONTHS
           IF WS-INDEX-CODE = SPACES
               DISPLAY "Annual rate percent (e.g. 7.25):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-RATE
               MOVE FUNCTION NUMVAL(WS-INPUT-RATE) TO WS-RATE
           ELSE
               PERFORM PRICE-FROM-INDEX THRU PRICE-FROM-INDEX-EXIT
               IF NOT WS-INDEX-FOUND
                   GO TO OPEN-LOAN-EXIT
               END-IF
           END-IF

      *    A line has no term and nothing due until its first
      *    statement; the minimum is a percentage of the balance
      *    plus the interest billed, or the interest alone.
           IF WS-TYPE-REVOLVING
               MOVE ZEROS TO WS-TERM-MONTHS
               MOVE ZEROS TO WS-PMT-AMT
               DISPLAY "Minimum payment percent of balance "
                   "(Enter for interest only):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-PCT
               IF WS-INPUT-PCT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-INPUT-PCT)
                       TO WS-MIN-PMT-PCT
               END-IF
           ELSE
               DISPLAY "Term in months (e.g. 60):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-TERM
               MOVE FUNCTION NUMVAL(WS-INPUT-TERM) TO WS-TERM-MONTHS
               IF WS-TERM-MONTHS = ZEROS
                   DISPLAY "Term must be at least 1 month."
                   GO TO OPEN-LOAN-EXIT
               END-IF
               PERFORM CALC-PAYMENT-AMOUNT
                   THRU CALC-PAYMENT-AMOUNT-EXIT
               MOVE WS-PMT-AMT TO WS-DISP-AMT
               DISPLAY "Monthly payment: " WS-DISP-AMT
           END-IF

      *    Disbursement: proceeds go to a deposit account when one
      *    is named, journaled as a deposit so the day's books see
      *    the advance; Enter means funded by cashier's check. For
      *    a line it is also the account draws are offered to.
           MOVE ZEROS TO WS-FUND-ACCT-NO
           DISPLAY "Credit proceeds to account (Enter for check):"
           DISPLAY "> " WITH NO ADVANCING
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE ZEROS TO WS-NEXT-RPRC-DT
           IF WS-INDEX-CODE NOT = SPACES
               MOVE WS-TODAY-DATE TO WS-DUE-NUM
               PERFORM ADD-ONE-MONTH-TO-DUE WS-RPRC-MONTHS TIMES
               MOVE WS-DUE-NUM TO WS-NEXT-RPRC-DT
           END-IF
           MOVE WS-NEXT-LOAN-NO  TO LOAN-NO
           MOVE WS-CUST-LINK-NO  TO LOAN-CUST-NO
           MOVE WS-INPUT-NAME    TO LOAN-NAME
           MOVE WS-TODAY-DATE    TO WS-DUE-NUM
           PERFORM ADD-ONE-MONTH-TO-DUE
           MOVE WS-DUE-NUM       TO LOAN-NEXT-DUE-DT
           MOVE WS-DUE-NUM       TO WS-STMT-DT
           IF WS-TYPE-REVOLVING
               MOVE ZEROS        TO LOAN-NEXT-DUE-DT
           ELSE
               MOVE ZEROS        TO WS-STMT-DT
           END-IF
           MOVE ZEROS            TO LOAN-LAST-PAID-DT
           MOVE ZEROS            TO LOAN-PAID-PRINC
           MOVE ZEROS            TO LOAN-PAID-INT
           MOVE WS-FUND-ACCT-NO  TO LOAN-FUND-ACCT
           MOVE "A"              TO LOAN-STATUS
           MOVE WS-AUTOPAY-FLAG  TO LOAN-AUTOPAY-FLAG
           MOVE ZEROS            TO LOAN-FEE-BAL
           MOVE ZEROS            TO LOAN-FEE-ASSESSED
           MOVE ZEROS            TO LOAN-FEE-PAID
           MOVE ZEROS            TO LOAN-LATE-DUE-DT
           MOVE WS-INDEX-CODE    TO LOAN-INDEX-CODE
           MOVE WS-MARGIN        TO LOAN-MARGIN
           MOVE WS-RATE-FLOOR    TO LOAN-RATE-FLOOR
           MOVE WS-RATE-CAP      TO LOAN-RATE-CAP
           MOVE WS-RPRC-MONTHS   TO LOAN-REPRICE-MONTHS
           MOVE WS-NEXT-RPRC-DT  TO LOAN-NEXT-REPRICE-DT
           MOVE ZEROS            TO LOAN-CAP-INT
           MOVE ZEROS            TO LOAN-MOD-COUNT
           MOVE ZEROS            TO LOAN-LAST-MOD-DT
           MOVE ZEROS            TO LOAN-BUREAU-FINAL-DT
           MOVE ZEROS            TO LOAN-ESCROW-PMT
           MOVE ZEROS            TO LOAN-ESCROW-BAL
           MOVE ZEROS            TO LOAN-ESCROW-ANAL-DT
           MOVE WS-LOAN-TYPE     TO LOAN-TYPE
           MOVE WS-CREDIT-LIMIT  TO LOAN-CREDIT-LIMIT
           MOVE WS-MIN-PMT-PCT   TO LOAN-MIN-PMT-PCT
           MOVE ZEROS            TO LOAN-ACCR-INT
           MOVE WS-TODAY-DATE    TO LOAN-ACCR-THRU-DT
           MOVE ZEROS            TO LOAN-INT-DUE
           MOVE WS-STMT-DT       TO LOAN-STMT-DT
           MOVE ZEROS            TO LOAN-STMT-BAL
           MOVE ZEROS            TO LOAN-INT-ACCRUED
           MOVE ZEROS            TO LOAN-INT-ACCR-DT

           WRITE LOAN-REC
           IF NOT WS-LOAN-OK
           DISPLAY "  Principal:    " WS-DISP-AMT
           MOVE LOAN-RATE TO WS-DISP-RATE
           DISPLAY "  Rate:         " WS-DISP-RATE
           IF LOAN-IS-REVOLVING
               MOVE LOAN-CREDIT-LIMIT TO WS-DISP-AMT
               DISPLAY "  Credit limit: " WS-DISP-AMT
               DISPLAY "  First stmt:   " LOAN-STMT-DT
           ELSE
               DISPLAY "  Term (mos):   " LOAN-TERM-MONTHS
               MOVE LOAN-PMT-AMT TO WS-DISP-AMT
               DISPLAY "  Payment:      " WS-DISP-AMT
               DISPLAY "  First due:    " LOAN-NEXT-DUE-DT
           END-IF
           IF NOT LOAN-IS-FIXED-RATE
               DISPLAY "  Index:        " LOAN-INDEX-CODE
               DISPLAY "  Next reprice: " LOAN-NEXT-REPRICE-DT
           END-IF

           MOVE 0 TO WS-DISBURSED-FLAG
           MOVE "LOAN PROCEEDS" TO WS-PROCEEDS-DESC
           IF WS-FUND-ACCT-NO > ZEROS
               AND WS-LOAN-AMT > ZEROS
               PERFORM DISBURSE-PROCEEDS THRU DISBURSE-PROCEEDS-EXIT
           END-IF

      *    The advance goes on the loan journal either way - against
      *    the deposit account when the proceeds landed there, as a
      *    cashier's check otherwise.
           MOVE "ADV "          TO WS-LNTX-CATEGORY
           MOVE LOAN-PRINCIPAL  TO WS-LNTX-AMOUNT
           MOVE ZEROS           TO WS-LNTX-ACCT-NO
           IF WS-PROCEEDS-CREDITED
               MOVE WS-FUND-ACCT-NO TO WS-LNTX-ACCT-NO
           END-IF
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT.
       OPEN-LOAN-EXIT.
           EXIT.

      *    Prices a variable-rate loan: today's rate for the index
      *    plus the margin, raised to the floor and held to the cap
      *    (no cap when zero) - the same rule LOANRPRC applies on
      *    each adjustment date.
       PRICE-FROM-INDEX.
           MOVE 0 TO WS-INDEX-FOUND-FLAG
           IF NOT WS-IDXR-IS-OPEN
               DISPLAY "Index rate file unavailable - open the loan "
                   "at a fixed rate or publish the index in IDXMNT."
               GO TO PRICE-FROM-INDEX-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE 0 TO WS-IDXR-EOF-FLAG
           MOVE WS-INDEX-CODE TO IDXR-CODE
           MOVE ZEROS TO IDXR-EFF-DATE
           START IDXR-FILE KEY IS NOT LESS THAN IDXR-KEY
               INVALID KEY
                   SET WS-IDXR-AT-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-INDEX-ROW UNTIL WS-IDXR-AT-EOF
           IF NOT WS-INDEX-FOUND
               DISPLAY "No rate in effect for index " WS-INDEX-CODE
                   " - publish it in IDXMNT first."
               GO TO PRICE-FROM-INDEX-EXIT
           END-IF
           MOVE WS-INDEX-RATE TO WS-DISP-RATE
           DISPLAY "Index " WS-INDEX-CODE " today: " WS-DISP-RATE

           DISPLAY "Margin over the index (e.g. 2.50 or -0.25):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-MARGIN
           MOVE FUNCTION NUMVAL(WS-INPUT-MARGIN) TO WS-MARGIN
           DISPLAY "Rate floor percent (Enter for none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-FLOOR
           IF WS-INPUT-FLOOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-FLOOR) TO WS-RATE-FLOOR
           END-IF
           DISPLAY "Rate cap percent (Enter for none):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CAP
           IF WS-INPUT-CAP NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-CAP) TO WS-RATE-CAP
           END-IF
           DISPLAY "Reprice every how many months (Enter for 12):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-RPRC
           IF WS-INPUT-RPRC NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-RPRC) TO WS-RPRC-MONTHS
           END-IF
           IF WS-RPRC-MONTHS = ZEROS
               MOVE 12 TO WS-RPRC-MONTHS
           END-IF
           IF WS-RATE-CAP > ZEROS
               AND WS-RATE-CAP < WS-RATE-FLOOR
               DISPLAY "Rate cap is below the floor."
               MOVE 0 TO WS-INDEX-FOUND-FLAG
               GO TO PRICE-FROM-INDEX-EXIT
           END-IF

           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + WS-MARGIN
           IF WS-NEW-RATE < WS-RATE-FLOOR
               MOVE WS-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF WS-RATE-CAP > ZEROS
               AND WS-NEW-RATE > WS-RATE-CAP
               MOVE WS-RATE-CAP TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < ZEROS
               MOVE ZEROS TO WS-NEW-RATE
           END-IF
           MOVE WS-NEW-RATE TO WS-RATE
           MOVE WS-RATE TO WS-DISP-RATE
           DISPLAY "Starting rate: " WS-DISP-RATE.
       PRICE-FROM-INDEX-EXIT.
           EXIT.

      *    Keeps the last row for the index effective by today -
      *    rows come back in effective-date order.
       READ-NEXT-INDEX-ROW.
           READ IDXR-FILE NEXT
               AT END
                   SET WS-IDXR-AT-EOF TO TRUE
               NOT AT END
                   IF IDXR-CODE NOT = WS-INDEX-CODE
                       OR IDXR-EFF-DATE > WS-TODAY-DATE
                       SET WS-IDXR-AT-EOF TO TRUE
                   ELSE
                       SET WS-INDEX-FOUND TO TRUE
                       MOVE IDXR-RATE TO WS-INDEX-RATE
                   END-IF
           END-READ.

      *    Level-payment amortization:
      *    PMT = P * i / (1 - (1 + i) ** -n) with i the monthly
      *    rate. A zero-rate loan divides the principal evenly.
               MOVE 30 TO WS-DUE-DD
           END-IF.

      *    Credits the loan proceeds (or a draw on a line) to the
      *    named deposit account and journals the advance so
      *    DAYEND/TRIALBAL cross-foot.
       DISBURSE-PROCEEDS.
           MOVE WS-FUND-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "WARNING: Funding account vanished - "
                       "disburse by check."
                   GO TO DISBURSE-PROCEEDS-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO DISBURSE-PROCEEDS-EXIT
           END-IF
           ADD WS-LOAN-AMT TO ACCT-BAL
               ON SIZE ERROR
                   DISPLAY "WARNING: Funding account balance "
                   "status " WS-ACCT-STATUS
               GO TO DISBURSE-PROCEEDS-EXIT
           END-IF
           SET WS-PROCEEDS-CREDITED TO TRUE

           IF NOT WS-TXN-IS-OPEN
               DISPLAY "WARNING: Proceeds credited but journal "
           MOVE WS-LOAN-AMT      TO TXN-AMOUNT
           MOVE WS-TODAY-DATE    TO TXN-DATE
           MOVE WS-NOW-TIME      TO TXN-TIME
           MOVE WS-PROCEEDS-DESC TO TXN-DESC
           MOVE "C"              TO TXN-STATUS
           MOVE ZEROS            TO TXN-XFER-ACCT
           MOVE ZEROS            TO TXN-REF-ID
           EXIT.

       SHOW-LOAN-DETAIL.
           PERFORM NORMALIZE-LOAN-FEES
           DISPLAY SPACES
           DISPLAY "  Loan Number:   " LOAN-NO
           DISPLAY "  Borrower:      " LOAN-NAME
           DISPLAY "  Principal paid:" WS-DISP-AMT
           MOVE LOAN-PAID-INT TO WS-DISP-AMT
           DISPLAY "  Interest paid: " WS-DISP-AMT
           IF LOAN-FEE-ASSESSED > ZEROS
               MOVE LOAN-FEE-BAL TO WS-DISP-AMT
               DISPLAY "  Late fees due: " WS-DISP-AMT
               MOVE LOAN-FEE-ASSESSED TO WS-DISP-AMT
               DISPLAY "  Late fees chgd:" WS-DISP-AMT
           END-IF
           IF LOAN-INDEX-CODE NOT = SPACES
               AND LOAN-INDEX-CODE NOT = LOW-VALUES
               DISPLAY "  Rate index:    " LOAN-INDEX-CODE
               MOVE LOAN-MARGIN TO WS-DISP-MARGIN
               DISPLAY "  Margin:        " WS-DISP-MARGIN
               MOVE LOAN-RATE-FLOOR TO WS-DISP-RATE
               DISPLAY "  Rate floor:    " WS-DISP-RATE
               MOVE LOAN-RATE-CAP TO WS-DISP-RATE
               DISPLAY "  Rate cap:      " WS-DISP-RATE
               DISPLAY "  Reprice (mos): " LOAN-REPRICE-MONTHS
               DISPLAY "  Next reprice:  " LOAN-NEXT-REPRICE-DT
           END-IF
           IF LOAN-MOD-COUNT > ZEROS
               DISPLAY "  Modifications: " LOAN-MOD-COUNT
                   "  last " LOAN-LAST-MOD-DT
               IF LOAN-CAP-INT > ZEROS
                   MOVE LOAN-CAP-INT TO WS-DISP-AMT
                   DISPLAY "  Capitalized:   " WS-DISP-AMT
               END-IF
           END-IF
           IF LOAN-ESCROW-PMT > ZEROS
               OR LOAN-ESCROW-BAL NOT = ZEROS
               MOVE LOAN-ESCROW-PMT TO WS-DISP-AMT
               DISPLAY "  Escrow pmt:    " WS-DISP-AMT
               MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL
               DISPLAY "  Escrow bal:    " WS-DISP-BAL
               DISPLAY "  Escrow review: " LOAN-ESCROW-ANAL-DT
           END-IF
           IF LOAN-IS-REVOLVING
               DISPLAY "  Loan type:     REVOLVING LINE"
               MOVE LOAN-CREDIT-LIMIT TO WS-DISP-AMT
               DISPLAY "  Credit limit:  " WS-DISP-AMT
               COMPUTE WS-AVAIL-CREDIT =
                   LOAN-CREDIT-LIMIT - LOAN-BALANCE
               MOVE WS-AVAIL-CREDIT TO WS-DISP-BAL
               DISPLAY "  Available:     " WS-DISP-BAL
               DISPLAY "  Min pmt pct:   " LOAN-MIN-PMT-PCT
               MOVE LOAN-INT-DUE TO WS-DISP-AMT
               DISPLAY "  Interest due:  " WS-DISP-AMT
               MOVE LOAN-ACCR-INT TO WS-DISP-AMT
               DISPLAY "  Accrued int:   " WS-DISP-AMT
                   "  thru " LOAN-ACCR-THRU-DT
               DISPLAY "  Next stmt:     " LOAN-STMT-DT
           END-IF
           DISPLAY "  Status:        " LOAN-STATUS.

      *    Late-charge, modification, escrow and credit-line
      *    fields on a record written before they existed read as
      *    zero.
       NORMALIZE-LOAN-FEES.
           IF LOAN-FEE-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-BAL
           END-IF
           IF LOAN-FEE-ASSESSED NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-ASSESSED
           END-IF
           IF LOAN-FEE-PAID NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-PAID
           END-IF
           IF LOAN-LATE-DUE-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-LATE-DUE-DT
           END-IF
           IF LOAN-CAP-INT NOT NUMERIC
               MOVE ZEROS TO LOAN-CAP-INT
           END-IF
           IF LOAN-MOD-COUNT NOT NUMERIC
               MOVE ZEROS TO LOAN-MOD-COUNT
           END-IF
           IF LOAN-LAST-MOD-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-LAST-MOD-DT
           END-IF
           IF LOAN-ESCROW-PMT NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-PMT
           END-IF
           IF LOAN-ESCROW-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-BAL
           END-IF
           IF LOAN-ESCROW-ANAL-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-ANAL-DT
           END-IF
           IF LOAN-CREDIT-LIMIT NOT NUMERIC
               MOVE ZEROS TO LOAN-CREDIT-LIMIT
           END-IF
           IF LOAN-MIN-PMT-PCT NOT NUMERIC
               MOVE ZEROS TO LOAN-MIN-PMT-PCT
           END-IF
           IF LOAN-ACCR-INT NOT NUMERIC
               MOVE ZEROS TO LOAN-ACCR-INT
           END-IF
           IF LOAN-ACCR-THRU-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-ACCR-THRU-DT
           END-IF
           IF LOAN-INT-DUE NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-DUE
           END-IF
           IF LOAN-STMT-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-STMT-DT
           END-IF
           IF LOAN-STMT-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-STMT-BAL
           END-IF
           IF LOAN-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCRUED
           END-IF
           IF LOAN-INT-ACCR-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCR-DT
           END-IF.

       LIST-LOANS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LOAN-EOF-FLAG
                       "  " LOAN-STATUS
           END-READ.

      *    Posts one payment: outstanding late charges are cleared
      *    first, the interest portion is one month's interest on
      *    the outstanding balance, the rest reduces principal. A
      *    payment debited from a deposit account is journaled as
      *    one withdrawal per part (late fee, principal, interest)
      *    so the split is visible on statements and to DAYEND.
       POST-PAYMENT.
           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO POST-PAYMENT-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO POST-PAYMENT-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO POST-PAYMENT-EXIT
           END-IF
           MOVE LOAN-NO TO WS-PAY-LOAN-NO
           PERFORM NORMALIZE-LOAN-FEES

           MOVE LOAN-BALANCE TO WS-DISP-BAL
           DISPLAY "Outstanding balance: " WS-DISP-BAL
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
           IF LOAN-IS-REVOLVING
               DISPLAY "Minimum due:         " WS-DISP-AMT
               MOVE LOAN-INT-DUE TO WS-DISP-AMT
               DISPLAY "Interest billed:     " WS-DISP-AMT
           ELSE
               DISPLAY "Scheduled payment:   " WS-DISP-AMT
           END-IF
           IF LOAN-ESCROW-PMT > ZEROS
               MOVE LOAN-ESCROW-PMT TO WS-DISP-AMT
               DISPLAY "Escrow payment:      " WS-DISP-AMT
           END-IF
           IF LOAN-FEE-BAL > ZEROS
               MOVE LOAN-FEE-BAL TO WS-DISP-AMT
               DISPLAY "Late charges due:    " WS-DISP-AMT
           END-IF
           DISPLAY "Payment amount (Enter for scheduled):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = SPACES
               COMPUTE WS-PAY-AMT =
                   LOAN-PMT-AMT + LOAN-ESCROW-PMT + LOAN-FEE-BAL
           ELSE
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                   TO WS-PAY-AMT
               GO TO POST-PAYMENT-EXIT
           END-IF

      *    Split: late charges first, then interest, then the
      *    escrow payment, remainder to principal. A payout larger
      *    than late charges + balance + interest + escrow is
      *    trimmed to it. On a line the interest is what the last
      *    statements billed - interest accrued since is billed on
      *    the next one.
           COMPUTE WS-INT-PORTION ROUNDED =
               LOAN-BALANCE * (LOAN-RATE / 100) / 12
           IF LOAN-IS-REVOLVING
               MOVE LOAN-INT-DUE TO WS-INT-PORTION
           END-IF
           IF WS-PAY-AMT >
               (LOAN-FEE-BAL + LOAN-BALANCE + WS-INT-PORTION
               + LOAN-ESCROW-PMT)
               COMPUTE WS-PAY-AMT =
                   LOAN-FEE-BAL + LOAN-BALANCE + WS-INT-PORTION
                   + LOAN-ESCROW-PMT
               MOVE WS-PAY-AMT TO WS-DISP-AMT
               DISPLAY "Payment trimmed to payoff: " WS-DISP-AMT
           END-IF
           IF WS-PAY-AMT < LOAN-FEE-BAL
               MOVE WS-PAY-AMT TO WS-FEE-PORTION
           ELSE
               MOVE LOAN-FEE-BAL TO WS-FEE-PORTION
           END-IF
           IF WS-PAY-AMT - WS-FEE-PORTION < WS-INT-PORTION
               COMPUTE WS-INT-PORTION =
                   WS-PAY-AMT - WS-FEE-PORTION
           END-IF
           MOVE LOAN-ESCROW-PMT TO WS-ESC-PORTION
           IF WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
               < WS-ESC-PORTION
               COMPUTE WS-ESC-PORTION =
                   WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
           END-IF
           COMPUTE WS-PRIN-PORTION =
               WS-PAY-AMT - WS-FEE-PORTION - WS-INT-PORTION
               - WS-ESC-PORTION

      *    Source of funds: a named deposit account is debited and
      *    journaled; Enter means cash over the counter.
                   GO TO POST-PAYMENT-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Account not found."
                       GO TO POST-PAYMENT-EXIT
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "Account in use at another terminal - "
                       "retry."
                   GO TO POST-PAYMENT-EXIT
               END-IF
               IF NOT ACCT-IS-ACTIVE
                   DISPLAY "Account is not active."
                   GO TO POST-PAYMENT-EXIT
               IF ACCT-LEGAL-AMT NUMERIC
                   SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-PLEDGE-AMT NUMERIC
                   SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
               END-IF
               IF WS-AVAIL-BAL < WS-PAY-AMT
                   DISPLAY "Insufficient funds in account."
                   GO TO POST-PAYMENT-EXIT
           END-IF

      *    Apply to the loan record.
           SUBTRACT WS-FEE-PORTION FROM LOAN-FEE-BAL
           ADD WS-FEE-PORTION  TO LOAN-FEE-PAID
           SUBTRACT WS-PRIN-PORTION FROM LOAN-BALANCE
           ADD WS-PRIN-PORTION TO LOAN-PAID-PRINC
           ADD WS-INT-PORTION  TO LOAN-PAID-INT
           ADD WS-ESC-PORTION  TO LOAN-ESCROW-BAL
           MOVE WS-TODAY-DATE  TO LOAN-LAST-PAID-DT
           IF LOAN-IS-REVOLVING
               PERFORM APPLY-LINE-PAYMENT
           ELSE
               IF LOAN-BALANCE = ZEROS
                   MOVE "P" TO LOAN-STATUS
               ELSE
                   MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
                   PERFORM ADD-ONE-MONTH-TO-DUE
                   MOVE WS-DUE-NUM TO LOAN-NEXT-DUE-DT
               END-IF
           END-IF
           MOVE ZEROS TO WS-RELIEF-AMT
           IF WS-INT-PORTION > ZEROS OR LOAN-IS-PAID-OFF
               PERFORM TAKE-LOAN-ACCRUAL-RELIEF
           END-IF
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               GO TO POST-PAYMENT-EXIT
           END-IF

           MOVE "PRIN" TO WS-LNTX-CATEGORY
           PERFORM LOG-PAYMENT-ACTIVITY
               THRU LOG-PAYMENT-ACTIVITY-EXIT
           PERFORM WRITE-LOAN-ACCRUAL-RELIEF
               THRU WRITE-LOAN-ACCRUAL-RELIEF-EXIT

           DISPLAY SPACES
           DISPLAY "Payment posted."
           IF WS-FEE-PORTION > ZEROS
               MOVE WS-FEE-PORTION TO WS-DISP-AMT
               DISPLAY "  Late fees: " WS-DISP-AMT
           END-IF
           MOVE WS-INT-PORTION TO WS-DISP-AMT
           DISPLAY "  Interest:  " WS-DISP-AMT
           IF WS-RELIEF-AMT > ZEROS
               MOVE WS-RELIEF-AMT TO WS-DISP-AMT
               DISPLAY "  (accrual relieved " WS-DISP-AMT ")"
           END-IF
           IF WS-ESC-PORTION > ZEROS
               MOVE WS-ESC-PORTION TO WS-DISP-AMT
               DISPLAY "  Escrow:    " WS-DISP-AMT
           END-IF
           MOVE WS-PRIN-PORTION TO WS-DISP-AMT
           DISPLAY "  Principal: " WS-DISP-AMT
           MOVE LOAN-BALANCE TO WS-DISP-BAL
           DISPLAY "  Balance:   " WS-DISP-BAL
           EVALUATE TRUE
               WHEN LOAN-IS-PAID-OFF
                   DISPLAY "  Loan is PAID OFF."
               WHEN LOAN-IS-REVOLVING
                   MOVE LOAN-PMT-AMT TO WS-DISP-AMT
                   DISPLAY "  Min due:   " WS-DISP-AMT
                   COMPUTE WS-AVAIL-CREDIT =
                       LOAN-CREDIT-LIMIT - LOAN-BALANCE
                   MOVE WS-AVAIL-CREDIT TO WS-DISP-BAL
                   DISPLAY "  Available: " WS-DISP-BAL
               WHEN OTHER
                   DISPLAY "  Next due:  " LOAN-NEXT-DUE-DT
           END-EVALUATE
           IF LOAN-IS-PAID-OFF
               PERFORM RELEASE-LOAN-COLLATERAL
                   THRU RELEASE-LOAN-COLLATERAL-EXIT
           END-IF.
       POST-PAYMENT-EXIT.
           EXIT.

      *    A payment on a line settles the billed interest it
      *    covered and counts toward the minimum due; once the
      *    minimum is met nothing is due until the next statement.
      *    A line paid down to zero stays open for further draws.
       APPLY-LINE-PAYMENT.
           SUBTRACT WS-INT-PORTION FROM LOAN-INT-DUE
           COMPUTE WS-MIN-APPLIED = WS-PAY-AMT - WS-FEE-PORTION
               - WS-ESC-PORTION
           IF WS-MIN-APPLIED < LOAN-PMT-AMT
               SUBTRACT WS-MIN-APPLIED FROM LOAN-PMT-AMT
           ELSE
               MOVE ZEROS TO LOAN-PMT-AMT
           END-IF
           IF LOAN-PMT-AMT = ZEROS
               MOVE ZEROS TO LOAN-NEXT-DUE-DT
           END-IF.

      *    Sets or clears the autopay flag on an existing loan. A
      *    loan funded by check needs a deposit account named first
      *    - LOANAUTO has nothing to debit otherwise.
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO TOGGLE-AUTOPAY-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO TOGGLE-AUTOPAY-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO TOGGLE-AUTOPAY-EXIT
      *    Computes the amount owed to close the loan out through a
      *    keyed good-through date: outstanding principal plus
      *    per-diem interest from LOAN-LAST-PAID-DT (open date on a
      *    loan never paid) to that date, plus any late charges
      *    still owed. Leaves the figures in WS-PAYOFF-AMT /
      *    WS-PAYOFF-INT for the caller. A line owes the interest
      *    billed and accrued besides, and its per-diem runs from
      *    the day LOCCYCLE last accrued through.
       CALC-PAYOFF-FIGURES.
           MOVE LOAN-LAST-PAID-DT TO WS-INT-FROM-DATE
           IF LOAN-IS-REVOLVING
               MOVE LOAN-ACCR-THRU-DT TO WS-INT-FROM-DATE
           END-IF
           IF WS-INT-FROM-DATE = ZEROS
               MOVE LOAN-OPEN-DT TO WS-INT-FROM-DATE
           END-IF
               LOAN-BALANCE * (LOAN-RATE / 100) / 365
           COMPUTE WS-PAYOFF-INT ROUNDED =
               WS-PERDIEM-AMT * WS-PERDIEM-DAYS
           IF LOAN-IS-REVOLVING
               COMPUTE WS-PAYOFF-INT ROUNDED = WS-PAYOFF-INT
                   + LOAN-INT-DUE + LOAN-ACCR-INT
           END-IF
           COMPUTE WS-PAYOFF-AMT =
               LOAN-BALANCE + WS-PAYOFF-INT + LOAN-FEE-BAL.

       PAYOFF-QUOTE.
           DISPLAY "Loan number (8 digits):"
               DISPLAY "Loan is not active."
               GO TO PAYOFF-QUOTE-EXIT
           END-IF
           PERFORM NORMALIZE-LOAN-FEES

           PERFORM GET-CURRENT-DATETIME
           DISPLAY "Good-through date (YYYYMMDD, Enter for "
           MOVE WS-PAYOFF-INT TO WS-DISP-AMT
           DISPLAY "  Interest (" WS-PERDIEM-DAYS " days): "
               WS-DISP-AMT
           IF LOAN-FEE-BAL > ZEROS
               MOVE LOAN-FEE-BAL TO WS-DISP-AMT
               DISPLAY "  Late charges:   " WS-DISP-AMT
           END-IF
           MOVE WS-PAYOFF-AMT TO WS-DISP-AMT
           DISPLAY "  PAYOFF AMOUNT:  " WS-DISP-AMT
           DISPLAY "  Good through:   " WS-GOODTHRU-DATE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           IF LOAN-FEE-BAL > ZEROS
               MOVE LOAN-FEE-BAL TO WS-DISP-AMT
               MOVE SPACES TO WS-QUOTE-LINE
               STRING "  Late charges:   " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-QUOTE-LINE
               END-STRING
               MOVE WS-QUOTE-LINE TO QUOTE-REC
               WRITE QUOTE-REC
           END-IF
           MOVE WS-PAYOFF-AMT TO WS-DISP-AMT
           STRING "  PAYOFF AMOUNT:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
      *    Takes the exact payoff amount (recomputed through the
      *    keyed good-through date), debits it from a deposit
      *    account or takes it as cash, journals the final interest
      *    into LOAN-PAID-INT, clears any late charges still owed,
      *    and marks the loan Paid-Off.
       POST-PAYOFF.
           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO POST-PAYOFF-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO POST-PAYOFF-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO POST-PAYOFF-EXIT
           END-IF
           PERFORM NORMALIZE-LOAN-FEES

           PERFORM GET-CURRENT-DATETIME
           MOVE WS-TODAY-DATE TO WS-GOODTHRU-DATE
           MOVE WS-PAYOFF-AMT TO WS-PAY-AMT
           MOVE WS-PAYOFF-INT TO WS-INT-PORTION
           MOVE LOAN-BALANCE  TO WS-PRIN-PORTION
           MOVE LOAN-FEE-BAL  TO WS-FEE-PORTION
           MOVE ZEROS         TO WS-ESC-PORTION

      *    Source of funds: a named deposit account is debited and
      *    journaled; Enter means cash over the counter.
                   GO TO POST-PAYOFF-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Account not found."
                       GO TO POST-PAYOFF-EXIT
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "Account in use at another terminal - "
                       "retry."
                   GO TO POST-PAYOFF-EXIT
               END-IF
               IF NOT ACCT-IS-ACTIVE
                   DISPLAY "Account is not active."
                   GO TO POST-PAYOFF-EXIT
               IF ACCT-LEGAL-AMT NUMERIC
                   SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-PLEDGE-AMT NUMERIC
                   SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
               END-IF
      *        A deposit pledged to this same loan is freed by the
      *        payoff, so it may fund it.
               PERFORM SUM-OWN-PLEDGE THRU SUM-OWN-PLEDGE-EXIT
               ADD WS-OWN-PLEDGE TO WS-AVAIL-BAL
               IF WS-AVAIL-BAL < WS-PAY-AMT
                   DISPLAY "Insufficient funds in account."
                   GO TO POST-PAYOFF-EXIT
           END-IF

           MOVE ZEROS TO LOAN-BALANCE
           MOVE ZEROS TO LOAN-FEE-BAL
           ADD WS-FEE-PORTION  TO LOAN-FEE-PAID
           ADD WS-PRIN-PORTION TO LOAN-PAID-PRINC
           ADD WS-INT-PORTION  TO LOAN-PAID-INT
           MOVE WS-TODAY-DATE  TO LOAN-LAST-PAID-DT
           MOVE "P" TO LOAN-STATUS
           MOVE SPACE TO LOAN-AUTOPAY-FLAG
      *    Paying off a line closes it - nothing more is billed.
           IF LOAN-IS-REVOLVING
               MOVE ZEROS TO LOAN-INT-DUE
               MOVE ZEROS TO LOAN-ACCR-INT
               MOVE WS-TODAY-DATE TO LOAN-ACCR-THRU-DT
               MOVE ZEROS TO LOAN-PMT-AMT
               MOVE ZEROS TO LOAN-NEXT-DUE-DT
           END-IF
           PERFORM TAKE-LOAN-ACCRUAL-RELIEF
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "ERROR: Could not update loan - status "
               GO TO POST-PAYOFF-EXIT
           END-IF

           MOVE "PYOF" TO WS-LNTX-CATEGORY
           PERFORM LOG-PAYMENT-ACTIVITY
               THRU LOG-PAYMENT-ACTIVITY-EXIT
           PERFORM WRITE-LOAN-ACCRUAL-RELIEF
               THRU WRITE-LOAN-ACCRUAL-RELIEF-EXIT

           DISPLAY SPACES
           DISPLAY "Loan " LOAN-NO " is PAID OFF."
           MOVE WS-PRIN-PORTION TO WS-DISP-AMT
           DISPLAY "  Principal: " WS-DISP-AMT
           MOVE WS-INT-PORTION TO WS-DISP-AMT
           DISPLAY "  Interest:  " WS-DISP-AMT
           IF WS-RELIEF-AMT > ZEROS
               MOVE WS-RELIEF-AMT TO WS-DISP-AMT
               DISPLAY "  (accrual relieved " WS-DISP-AMT ")"
           END-IF
           IF WS-FEE-PORTION > ZEROS
               MOVE WS-FEE-PORTION TO WS-DISP-AMT
               DISPLAY "  Late fees: " WS-DISP-AMT
           END-IF
      *    Escrow left over is the borrower's; ESCRANAL lists it
      *    for refund.
           IF LOAN-ESCROW-BAL > ZEROS
               MOVE LOAN-ESCROW-BAL TO WS-DISP-AMT
               DISPLAY "  Escrow to refund: " WS-DISP-AMT
           END-IF
           PERFORM RELEASE-LOAN-COLLATERAL
               THRU RELEASE-LOAN-COLLATERAL-EXIT.
       POST-PAYOFF-EXIT.
           EXIT.

      *    Payment relief for a borrower in hardship. A deferral
      *    skips N installments - the due date and the maturity
      *    move out together - and either capitalizes the interest
      *    the skipped months would have carried or waives it. A
      *    modification changes the rate and/or the installments
      *    left. Either way the payment is re-amortized over the
      *    installments left and the change goes on the history
      *    with the approving supervisor; nothing is changed until
      *    the before and after terms are shown and confirmed.
       MODIFY-LOAN.
           MOVE 0 TO WS-SIGNON-OK-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               SET WS-OPER-IS-OPEN TO TRUE
           END-IF
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
               MOVE 0 TO WS-OPER-OPEN-FLAG
           END-IF
           IF NOT WS-SIGNON-OK
               GO TO MODIFY-LOAN-EXIT
           END-IF

           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO MODIFY-LOAN-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO MODIFY-LOAN-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO MODIFY-LOAN-EXIT
           END-IF
           IF LOAN-IS-REVOLVING
               DISPLAY "A credit line has no installments to defer "
                   "or re-amortize."
               GO TO MODIFY-LOAN-EXIT
           END-IF
           PERFORM SHOW-LOAN-DETAIL
           PERFORM SHOW-MOD-HISTORY THRU SHOW-MOD-HISTORY-EXIT
           PERFORM CALC-REMAINING-TERM
           MOVE WS-REMAIN-TERM TO WS-OLD-REMAIN
           DISPLAY "  Installments left: " WS-OLD-REMAIN

           MOVE 0 TO WS-MOD-VALID-FLAG
           MOVE LOAN-RATE        TO WS-RATE
           MOVE WS-OLD-REMAIN    TO WS-NEW-REMAIN
           MOVE LOAN-TERM-MONTHS TO WS-NEW-TERM
           MOVE LOAN-NEXT-DUE-DT TO WS-NEW-DUE-DT
           MOVE LOAN-BALANCE     TO WS-NEW-BAL
           MOVE ZEROS            TO WS-DEFER-COUNT
           MOVE ZEROS            TO WS-CAP-AMT
           DISPLAY SPACES
           DISPLAY "D = Defer payments, M = Modify rate/term:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-MOD-TYPE
           EVALUATE TRUE
               WHEN WS-MOD-DEFER
                   MOVE "D" TO WS-MOD-TYPE
                   PERFORM SET-DEFERRAL-TERMS
                       THRU SET-DEFERRAL-TERMS-EXIT
               WHEN WS-MOD-TERMS
                   MOVE "M" TO WS-MOD-TYPE
                   PERFORM SET-MODIFIED-TERMS
                       THRU SET-MODIFIED-TERMS-EXIT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           IF NOT WS-MOD-VALID
               GO TO MODIFY-LOAN-EXIT
           END-IF

           MOVE WS-NEW-BAL    TO WS-LOAN-AMT
           MOVE WS-NEW-REMAIN TO WS-TERM-MONTHS
           PERFORM CALC-PAYMENT-AMOUNT THRU CALC-PAYMENT-AMOUNT-EXIT

           DISPLAY "Reason (e.g. JOB LOSS, STORM DAMAGE):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REASON)
               TO WS-INPUT-REASON

           DISPLAY SPACES
           DISPLAY "                    BEFORE          AFTER"
           MOVE LOAN-RATE TO WS-DISP-RATE
           MOVE WS-RATE TO WS-DISP-RATE2
           DISPLAY "  Rate:            " WS-DISP-RATE
               "         " WS-DISP-RATE2
           DISPLAY "  Installments:    " WS-OLD-REMAIN
               "             " WS-NEW-REMAIN
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
           MOVE WS-PMT-AMT TO WS-DISP-AMT2
           DISPLAY "  Payment:   " WS-DISP-AMT " " WS-DISP-AMT2
           MOVE LOAN-BALANCE TO WS-DISP-AMT
           MOVE WS-NEW-BAL TO WS-DISP-AMT2
           DISPLAY "  Balance:   " WS-DISP-AMT " " WS-DISP-AMT2
           DISPLAY "  Next due:        " LOAN-NEXT-DUE-DT
               "        " WS-NEW-DUE-DT
           IF WS-DEFER-COUNT > ZEROS
               IF WS-CAP-AMT > ZEROS
                   MOVE WS-CAP-AMT TO WS-DISP-AMT
                   DISPLAY "  Deferred interest capitalized: "
                       WS-DISP-AMT
               ELSE
                   DISPLAY "  Deferred interest is waived."
               END-IF
           END-IF
           IF WS-RATE NOT = LOAN-RATE
               AND NOT LOAN-IS-FIXED-RATE
               DISPLAY "  The margin moves with the rate, so the "
                   "concession carries through repricing."
           END-IF
           DISPLAY "Grant these terms? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Change cancelled."
               GO TO MODIFY-LOAN-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE LOAN-NO          TO LMOD-LOAN-NO
           MOVE WS-TODAY-DATE    TO LMOD-DATE
           MOVE WS-NOW-TIME      TO LMOD-TIME
           MOVE WS-MOD-TYPE      TO LMOD-TYPE
           MOVE WS-DEFER-COUNT   TO LMOD-DEFER-COUNT
           MOVE WS-CAP-AMT       TO LMOD-CAP-INT
           MOVE LOAN-RATE        TO LMOD-OLD-RATE
           MOVE WS-RATE          TO LMOD-NEW-RATE
           MOVE WS-OLD-REMAIN    TO LMOD-OLD-TERM
           MOVE WS-NEW-REMAIN    TO LMOD-NEW-TERM
           MOVE LOAN-PMT-AMT     TO LMOD-OLD-PMT
           MOVE WS-PMT-AMT       TO LMOD-NEW-PMT
           MOVE LOAN-NEXT-DUE-DT TO LMOD-OLD-DUE-DT
           MOVE WS-NEW-DUE-DT    TO LMOD-NEW-DUE-DT
           MOVE LOAN-BALANCE     TO LMOD-OLD-BAL
           MOVE WS-NEW-BAL       TO LMOD-NEW-BAL
           MOVE WS-OPERATOR-ID   TO LMOD-SUPERVISOR
           MOVE WS-INPUT-REASON  TO LMOD-REASON

           IF WS-RATE NOT = LOAN-RATE
               AND NOT LOAN-IS-FIXED-RATE
               COMPUTE LOAN-MARGIN = LOAN-MARGIN + WS-RATE - LOAN-RATE
           END-IF
           MOVE WS-RATE          TO LOAN-RATE
           MOVE WS-NEW-TERM      TO LOAN-TERM-MONTHS
           MOVE WS-PMT-AMT       TO LOAN-PMT-AMT
           MOVE WS-NEW-DUE-DT    TO LOAN-NEXT-DUE-DT
           MOVE WS-NEW-BAL       TO LOAN-BALANCE
           ADD WS-CAP-AMT        TO LOAN-CAP-INT
           ADD 1                 TO LOAN-MOD-COUNT
           MOVE WS-TODAY-DATE    TO LOAN-LAST-MOD-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "ERROR: Loan not updated - status "
                   WS-LOAN-STATUS
               GO TO MODIFY-LOAN-EXIT
           END-IF

      *    Capitalized interest is earned now and owed as principal
      *    - the loan journal carries it so GLEXTR books it.
           IF WS-CAP-AMT > ZEROS
               MOVE "CAPI"     TO WS-LNTX-CATEGORY
               MOVE WS-CAP-AMT TO WS-LNTX-AMOUNT
               MOVE ZEROS      TO WS-LNTX-ACCT-NO
               PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           END-IF
           PERFORM WRITE-MOD-HISTORY THRU WRITE-MOD-HISTORY-EXIT

           DISPLAY SPACES
           IF WS-DEFER-COUNT > ZEROS
               DISPLAY "Deferral granted."
           ELSE
               DISPLAY "Modification granted."
           END-IF
           MOVE LOAN-PMT-AMT TO WS-DISP-AMT
           DISPLAY "  Payment:   " WS-DISP-AMT
           DISPLAY "  Next due:  " LOAN-NEXT-DUE-DT.
       MODIFY-LOAN-EXIT.
           EXIT.

      *    Due date and maturity both move out by the payments
      *    skipped, so the installments left stay the same. The
      *    interest capitalized is a month's interest at the
      *    current balance for each payment skipped - the same
      *    monthly figure a payment would have collected.
       SET-DEFERRAL-TERMS.
           DISPLAY "Payments to defer (1-" WS-MAX-DEFER "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-COUNT
           MOVE FUNCTION NUMVAL(WS-INPUT-COUNT) TO WS-DEFER-COUNT
           IF WS-DEFER-COUNT = ZEROS
               OR WS-DEFER-COUNT > WS-MAX-DEFER
               DISPLAY "Defer from 1 to " WS-MAX-DEFER " payments."
               GO TO SET-DEFERRAL-TERMS-EXIT
           END-IF
           COMPUTE WS-NEW-TERM = LOAN-TERM-MONTHS + WS-DEFER-COUNT
           IF WS-NEW-TERM > 999
               DISPLAY "Term would exceed 999 months."
               GO TO SET-DEFERRAL-TERMS-EXIT
           END-IF
           MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
           PERFORM ADD-ONE-MONTH-TO-DUE WS-DEFER-COUNT TIMES
           MOVE WS-DUE-NUM TO WS-NEW-DUE-DT
           DISPLAY "Capitalize the deferred interest? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
               COMPUTE WS-CAP-AMT ROUNDED =
                   LOAN-BALANCE * (LOAN-RATE / 100) / 12
                   * WS-DEFER-COUNT
               ADD WS-CAP-AMT TO WS-NEW-BAL
           END-IF
           SET WS-MOD-VALID TO TRUE.
       SET-DEFERRAL-TERMS-EXIT.
           EXIT.

      *    The maturity moves by the change in installments left;
      *    the next due date is unchanged.
       SET-MODIFIED-TERMS.
           MOVE LOAN-RATE TO WS-DISP-RATE
           DISPLAY "New annual rate percent (Enter to keep "
               WS-DISP-RATE "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           IF WS-INPUT-RATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-RATE) TO WS-RATE
           END-IF
           DISPLAY "Installments left (Enter to keep "
               WS-OLD-REMAIN "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM
           IF WS-INPUT-TERM NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TERM) TO WS-NEW-REMAIN
           END-IF
           IF WS-NEW-REMAIN = ZEROS
               DISPLAY "At least 1 installment must be left."
               GO TO SET-MODIFIED-TERMS-EXIT
           END-IF
           IF WS-RATE = LOAN-RATE
               AND WS-NEW-REMAIN = WS-OLD-REMAIN
               DISPLAY "No change keyed."
               GO TO SET-MODIFIED-TERMS-EXIT
           END-IF
           COMPUTE WS-NEW-TERM =
               LOAN-TERM-MONTHS - WS-OLD-REMAIN + WS-NEW-REMAIN
           IF WS-NEW-TERM < 1 OR WS-NEW-TERM > 999
               DISPLAY "Term would fall outside 1-999 months."
               GO TO SET-MODIFIED-TERMS-EXIT
           END-IF
           SET WS-MOD-VALID TO TRUE.
       SET-MODIFIED-TERMS-EXIT.
           EXIT.

      *    Installments left: the term less those already come
      *    due before LOAN-NEXT-DUE-DT (the first falls a month
      *    after the open date). Same count LOANRPRC uses.
       CALC-REMAINING-TERM.
           MOVE LOAN-OPEN-DT TO WS-DUE-NUM
           COMPUTE WS-OPEN-MONTHS = WS-DUE-YYYY * 12 + WS-DUE-MM
           MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
           COMPUTE WS-DUE-MONTHS = WS-DUE-YYYY * 12 + WS-DUE-MM
           COMPUTE WS-REMAIN-TERM =
               LOAN-TERM-MONTHS - (WS-DUE-MONTHS - WS-OPEN-MONTHS)
               + 1
           IF WS-REMAIN-TERM < 1
               MOVE 1 TO WS-REMAIN-TERM
           END-IF.

       SHOW-MOD-HISTORY.
           MOVE 0 TO WS-LMOD-COUNT
           MOVE 0 TO WS-LMOD-EOF-FLAG
           OPEN INPUT LMOD-FILE
           IF NOT WS-LMOD-OK
               GO TO SHOW-MOD-HISTORY-EXIT
           END-IF
           PERFORM READ-NEXT-MOD UNTIL WS-LMOD-AT-EOF
           CLOSE LMOD-FILE.
       SHOW-MOD-HISTORY-EXIT.
           EXIT.

       READ-NEXT-MOD.
           READ LMOD-FILE
               AT END
                   SET WS-LMOD-AT-EOF TO TRUE
               NOT AT END
                   IF LMOD-LOAN-NO = LOAN-NO
                       PERFORM SHOW-ONE-MOD
                   END-IF
           END-READ.

       SHOW-ONE-MOD.
           IF WS-LMOD-COUNT = ZEROS
               DISPLAY "  History:  DATE     T DEF  RATE WAS/NOW"
                   "    LEFT     PAYMENT   BY"
           END-IF
           ADD 1 TO WS-LMOD-COUNT
           MOVE LMOD-OLD-RATE TO WS-DISP-RATE
           MOVE LMOD-NEW-RATE TO WS-DISP-RATE2
           MOVE LMOD-NEW-PMT TO WS-DISP-AMT
           DISPLAY "            " LMOD-DATE " " LMOD-TYPE " "
               LMOD-DEFER-COUNT "  " WS-DISP-RATE "/" WS-DISP-RATE2
               " " LMOD-OLD-TERM "/" LMOD-NEW-TERM " " WS-DISP-AMT
               " " LMOD-SUPERVISOR.

       WRITE-MOD-HISTORY.
           OPEN EXTEND LMOD-FILE
           IF WS-LMOD-FILE-MISSING
               OPEN OUTPUT LMOD-FILE
           END-IF
           IF NOT WS-LMOD-OK
               DISPLAY "WARNING: Modification history unavailable - "
                   "status " WS-LMOD-STATUS
               GO TO WRITE-MOD-HISTORY-EXIT
           END-IF
           WRITE LMOD-REC
           IF NOT WS-LMOD-OK
               DISPLAY "WARNING: Modification history write failed "
                   "- status " WS-LMOD-STATUS
           END-IF
           CLOSE LMOD-FILE.
       WRITE-MOD-HISTORY-EXIT.
           EXIT.

      *    Escrow set-up on an active loan: the monthly escrow
      *    payment collected with each installment, and the tax and
      *    insurance payee schedule ESCRDISB pays from. ESCRANAL
      *    re-sets the payment at each annual analysis.
       MAINTAIN-ESCROW.
           IF NOT WS-ESCR-IS-OPEN
               DISPLAY "Escrow file unavailable - status "
                   WS-ESCR-STATUS
               GO TO MAINTAIN-ESCROW-EXIT
           END-IF
           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO MAINTAIN-ESCROW-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO MAINTAIN-ESCROW-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO MAINTAIN-ESCROW-EXIT
           END-IF
           PERFORM NORMALIZE-LOAN-FEES
           MOVE LOAN-ESCROW-PMT TO WS-DISP-AMT
           DISPLAY "  Escrow pmt:    " WS-DISP-AMT
           MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL
           DISPLAY "  Escrow bal:    " WS-DISP-BAL
           DISPLAY "  Escrow review: " LOAN-ESCROW-ANAL-DT
           PERFORM LIST-ESCROW-PAYEES THRU LIST-ESCROW-PAYEES-EXIT

           DISPLAY SPACES
           DISPLAY "A = Add payee, C = Change payee, R = Remove payee,"
           DISPLAY "P = Set escrow payment, Enter to return:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-ESC-ACTION
           EVALUATE TRUE
               WHEN WS-ESC-ADD
                   PERFORM ADD-ESCROW-PAYEE
                       THRU ADD-ESCROW-PAYEE-EXIT
               WHEN WS-ESC-CHANGE
                   PERFORM CHANGE-ESCROW-PAYEE
                       THRU CHANGE-ESCROW-PAYEE-EXIT
               WHEN WS-ESC-REMOVE
                   PERFORM REMOVE-ESCROW-PAYEE
                       THRU REMOVE-ESCROW-PAYEE-EXIT
               WHEN WS-ESC-SET-PMT
                   PERFORM SET-ESCROW-PAYMENT
                       THRU SET-ESCROW-PAYMENT-EXIT
               WHEN WS-ESC-ACTION = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.
       MAINTAIN-ESCROW-EXIT.
           EXIT.

      *    Lists the loan's payee rows, active and removed, and
      *    notes the highest sequence so an added row follows it.
       LIST-ESCROW-PAYEES.
           MOVE ZEROS TO WS-ESC-COUNT
           MOVE ZEROS TO WS-ESC-LAST-SEQ
           MOVE 0 TO WS-ESCR-EOF-FLAG
           MOVE LOAN-NO TO ESCR-LOAN-NO
           MOVE ZEROS   TO ESCR-SEQ
           START ESCR-FILE KEY IS NOT LESS THAN ESCR-KEY
               INVALID KEY
                   SET WS-ESCR-AT-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-ESCROW-PAYEE
               THRU LIST-ONE-ESCROW-PAYEE-EXIT
               UNTIL WS-ESCR-AT-EOF
           IF WS-ESC-COUNT = ZEROS
               DISPLAY "  No escrow payees on file."
           END-IF.
       LIST-ESCROW-PAYEES-EXIT.
           EXIT.

       LIST-ONE-ESCROW-PAYEE.
           READ ESCR-FILE NEXT RECORD
               AT END
                   SET WS-ESCR-AT-EOF TO TRUE
                   GO TO LIST-ONE-ESCROW-PAYEE-EXIT
           END-READ
           IF ESCR-LOAN-NO NOT = LOAN-NO
               SET WS-ESCR-AT-EOF TO TRUE
               GO TO LIST-ONE-ESCROW-PAYEE-EXIT
           END-IF
           IF WS-ESC-COUNT = ZEROS
               DISPLAY SPACES
               DISPLAY "  SEQ T PAYEE    DESCRIPTION          "
                   "      AMOUNT FREQ NEXT DUE ST"
           END-IF
           ADD 1 TO WS-ESC-COUNT
           MOVE ESCR-SEQ TO WS-ESC-LAST-SEQ
           MOVE ESCR-AMOUNT TO WS-DISP-AMT
           DISPLAY "  " ESCR-SEQ "  " ESCR-TYPE " " ESCR-BENE-ID " "
               ESCR-DESC " " WS-DISP-AMT "  " ESCR-FREQ-MONTHS
               "  " ESCR-NEXT-DUE-DT " " ESCR-STATUS.
       LIST-ONE-ESCROW-PAYEE-EXIT.
           EXIT.

      *    The payee must already be an approved beneficiary - the
      *    same maker/checker set-up PAYOUT relies on for every
      *    outbound payment.
       ADD-ESCROW-PAYEE.
           IF WS-ESC-LAST-SEQ = 99
               DISPLAY "Payee schedule is full for this loan."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           DISPLAY "Type (T = Tax, I = Insurance, O = Other):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO ESCR-TYPE
           IF NOT ESCR-IS-TAX AND NOT ESCR-IS-INSURANCE
               AND NOT ESCR-IS-OTHER
               DISPLAY "Invalid type."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           DISPLAY "Payee beneficiary id (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-BENE
           IF NOT WS-BENE-IS-OPEN
               DISPLAY "Beneficiary file unavailable."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-BENE) TO BENE-ID
           READ BENE-FILE
               INVALID KEY
                   DISPLAY "Beneficiary not found."
                   GO TO ADD-ESCROW-PAYEE-EXIT
           END-READ
           IF NOT BENE-IS-APPROVED
               DISPLAY "Beneficiary is not approved."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           DISPLAY "Description (e.g. COUNTY TAX, HAZARD INS):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DESC
           DISPLAY "Bill amount:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO ESCR-AMOUNT
           IF ESCR-AMOUNT = ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           DISPLAY "Months between bills (Enter for 12, "
               "0 = one time):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-FREQ
           IF WS-INPUT-FREQ = SPACES
               MOVE 12 TO ESCR-FREQ-MONTHS
           ELSE
               MOVE FUNCTION NUMVAL(WS-INPUT-FREQ)
                   TO ESCR-FREQ-MONTHS
           END-IF
           DISPLAY "Next due date (YYYYMMDD):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DUE
           IF WS-INPUT-DUE NOT NUMERIC
               DISPLAY "Invalid date."
               GO TO ADD-ESCROW-PAYEE-EXIT
           END-IF
           MOVE WS-INPUT-DUE TO ESCR-NEXT-DUE-DT
           MOVE LOAN-NO       TO ESCR-LOAN-NO
           COMPUTE ESCR-SEQ = WS-ESC-LAST-SEQ + 1
           MOVE BENE-ID       TO ESCR-BENE-ID
           MOVE FUNCTION UPPER-CASE(WS-INPUT-DESC) TO ESCR-DESC
           MOVE ZEROS         TO ESCR-LAST-PAID-DT
           MOVE ZEROS         TO ESCR-LAST-PAID-AMT
           MOVE "A"           TO ESCR-STATUS
           WRITE ESCR-REC
           IF WS-ESCR-OK
               DISPLAY "Escrow payee " ESCR-SEQ " added."
           ELSE
               DISPLAY "ERROR: Payee not added - status "
                   WS-ESCR-STATUS
           END-IF.
       ADD-ESCROW-PAYEE-EXIT.
           EXIT.

      *    A new bill amount or due date, as the taxing authority
      *    or carrier sends it.
       CHANGE-ESCROW-PAYEE.
           PERFORM READ-ESCROW-PAYEE THRU READ-ESCROW-PAYEE-EXIT
           IF NOT WS-ESCR-OK
               GO TO CHANGE-ESCROW-PAYEE-EXIT
           END-IF
           MOVE ESCR-AMOUNT TO WS-DISP-AMT
           DISPLAY "Bill amount (Enter to keep " WS-DISP-AMT "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO ESCR-AMOUNT
           END-IF
           DISPLAY "Months between bills (Enter to keep "
               ESCR-FREQ-MONTHS "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-FREQ
           IF WS-INPUT-FREQ NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-FREQ)
                   TO ESCR-FREQ-MONTHS
           END-IF
           DISPLAY "Next due date (Enter to keep "
               ESCR-NEXT-DUE-DT "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DUE
           IF WS-INPUT-DUE NOT = SPACES
               IF WS-INPUT-DUE NOT NUMERIC
                   DISPLAY "Invalid date."
                   GO TO CHANGE-ESCROW-PAYEE-EXIT
               END-IF
               MOVE WS-INPUT-DUE TO ESCR-NEXT-DUE-DT
           END-IF
           IF ESCR-AMOUNT = ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO CHANGE-ESCROW-PAYEE-EXIT
           END-IF
           REWRITE ESCR-REC
           IF WS-ESCR-OK
               DISPLAY "Escrow payee " ESCR-SEQ " updated."
           ELSE
               DISPLAY "ERROR: Payee not updated - status "
                   WS-ESCR-STATUS
           END-IF.
       CHANGE-ESCROW-PAYEE-EXIT.
           EXIT.

      *    Removed rows stay on file for the payment history.
       REMOVE-ESCROW-PAYEE.
           PERFORM READ-ESCROW-PAYEE THRU READ-ESCROW-PAYEE-EXIT
           IF NOT WS-ESCR-OK
               GO TO REMOVE-ESCROW-PAYEE-EXIT
           END-IF
           MOVE "X" TO ESCR-STATUS
           REWRITE ESCR-REC
           IF WS-ESCR-OK
               DISPLAY "Escrow payee " ESCR-SEQ " removed."
           ELSE
               DISPLAY "ERROR: Payee not removed - status "
                   WS-ESCR-STATUS
           END-IF.
       REMOVE-ESCROW-PAYEE-EXIT.
           EXIT.

       READ-ESCROW-PAYEE.
           DISPLAY "Payee sequence:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-SEQ
           MOVE LOAN-NO TO ESCR-LOAN-NO
           MOVE FUNCTION NUMVAL(WS-INPUT-SEQ) TO ESCR-SEQ
           READ ESCR-FILE
               INVALID KEY
                   DISPLAY "Escrow payee not found."
                   GO TO READ-ESCROW-PAYEE-EXIT
           END-READ
           IF ESCR-IS-REMOVED
               DISPLAY "Escrow payee was removed."
               MOVE "23" TO WS-ESCR-STATUS
           END-IF.
       READ-ESCROW-PAYEE-EXIT.
           EXIT.

      *    The payment is set by hand when escrow is first set up;
      *    the review date starts the annual analysis cycle from
      *    today.
       SET-ESCROW-PAYMENT.
           DISPLAY "Monthly escrow payment:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = SPACES
               GO TO SET-ESCROW-PAYMENT-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO LOAN-ESCROW-PMT
           MOVE WS-TODAY-DATE TO LOAN-ESCROW-ANAL-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "ERROR: Loan not updated - status "
                   WS-LOAN-STATUS
               GO TO SET-ESCROW-PAYMENT-EXIT
           END-IF
           MOVE LOAN-ESCROW-PMT TO WS-DISP-AMT
           DISPLAY "Escrow payment set: " WS-DISP-AMT
           COMPUTE WS-DISP-AMT = LOAN-PMT-AMT + LOAN-ESCROW-PMT
           DISPLAY "Installment billed: " WS-DISP-AMT.
       SET-ESCROW-PAYMENT-EXIT.
           EXIT.

      *    The collateral securing a loan: each item's appraised
      *    value and lien position, and the loan-to-value they give
      *    against the policy maximum (CTRL-LTV-MAX-PCT). A deposit
      *    pledged as collateral restrains the pledged account until
      *    it is released. Items are added and revalued only on an
      *    active loan; release is open on any loan, so items left
      *    on a loan paid off in the autopay run can be let go here.
       MAINTAIN-COLLATERAL.
           IF NOT WS-COLL-IS-OPEN
               DISPLAY "Collateral file unavailable - status "
                   WS-COLL-STATUS
               GO TO MAINTAIN-COLLATERAL-EXIT
           END-IF
           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO MAINTAIN-COLLATERAL-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO MAINTAIN-COLLATERAL-EXIT
           END-IF
           PERFORM NORMALIZE-LOAN-FEES
           PERFORM GET-CURRENT-DATETIME
           DISPLAY "  Borrower:  " LOAN-NAME
           MOVE LOAN-BALANCE TO WS-DISP-BAL
           DISPLAY "  Balance:   " WS-DISP-BAL
           PERFORM LIST-COLLATERAL THRU LIST-COLLATERAL-EXIT

           DISPLAY SPACES
           DISPLAY "A = Add item, V = Revalue item, R = Release item,"
           DISPLAY "Enter to return:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-COLL-ACTION
           IF (WS-COLL-ADD OR WS-COLL-REVALUE)
               AND NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO MAINTAIN-COLLATERAL-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-COLL-ADD
                   PERFORM ADD-COLLATERAL
                       THRU ADD-COLLATERAL-EXIT
               WHEN WS-COLL-REVALUE
                   PERFORM REVALUE-COLLATERAL
                       THRU REVALUE-COLLATERAL-EXIT
               WHEN WS-COLL-RELEASE
                   PERFORM RELEASE-COLLATERAL
                       THRU RELEASE-COLLATERAL-EXIT
               WHEN WS-COLL-ACTION = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.
       MAINTAIN-COLLATERAL-EXIT.
           EXIT.

      *    Lists the loan's items, active and released, notes the
      *    highest sequence so an added item follows it, and
      *    measures the balance against the active items' value.
       LIST-COLLATERAL.
           MOVE ZEROS TO WS-COLL-COUNT
           MOVE ZEROS TO WS-COLL-LAST-SEQ
           MOVE ZEROS TO WS-COLL-VALUE
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-COLLATERAL
               THRU LIST-ONE-COLLATERAL-EXIT
               UNTIL WS-COLL-AT-EOF
           IF WS-COLL-COUNT = ZEROS
               DISPLAY "  No collateral on file."
               GO TO LIST-COLLATERAL-EXIT
           END-IF
           DISPLAY SPACES
           MOVE WS-COLL-VALUE TO WS-DISP-AMT
           DISPLAY "  Active collateral value: " WS-DISP-AMT
           IF WS-COLL-VALUE = ZEROS
               DISPLAY "  Loan-to-value: n/a - nothing held"
               GO TO LIST-COLLATERAL-EXIT
           END-IF
           COMPUTE WS-LTV-PCT ROUNDED =
               LOAN-BALANCE * 100 / WS-COLL-VALUE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LTV-PCT
           END-COMPUTE
           MOVE WS-LTV-PCT TO WS-DISP-PCT
           IF WS-LTV-PCT > WS-LTV-MAX-PCT
               DISPLAY "  Loan-to-value: " WS-DISP-PCT
                   "% - OVER the " WS-LTV-MAX-PCT
                   "% policy maximum"
           ELSE
               DISPLAY "  Loan-to-value: " WS-DISP-PCT
                   "% (policy maximum " WS-LTV-MAX-PCT "%)"
           END-IF.
       LIST-COLLATERAL-EXIT.
           EXIT.

       LIST-ONE-COLLATERAL.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO LIST-ONE-COLLATERAL-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO LIST-ONE-COLLATERAL-EXIT
           END-IF
           IF WS-COLL-COUNT = ZEROS
               DISPLAY SPACES
               DISPLAY "  SEQ T DESCRIPTION                   "
                   "      APPRAISED APPR DT  L ST"
           END-IF
           ADD 1 TO WS-COLL-COUNT
           MOVE COLL-SEQ TO WS-COLL-LAST-SEQ
           IF COLL-IS-ACTIVE
               ADD COLL-APPR-VALUE TO WS-COLL-VALUE
           END-IF
           MOVE COLL-APPR-VALUE TO WS-DISP-AMT
           DISPLAY "  " COLL-SEQ "  " COLL-TYPE " " COLL-DESC " "
               WS-DISP-AMT " " COLL-APPR-DT " " COLL-LIEN-POS
               " " COLL-STATUS
           IF COLL-IS-DEPOSIT
               MOVE COLL-PLEDGE-AMT TO WS-DISP-AMT
               DISPLAY "        Pledged on account "
                   COLL-PLEDGE-ACCT ": " WS-DISP-AMT
           END-IF.
       LIST-ONE-COLLATERAL-EXIT.
           EXIT.

      *    Real estate, vehicles and other property carry an
      *    appraised value and lien position. A deposit is pledged
      *    out of the account's available funds; its value is the
      *    amount pledged, always in first position, and the
      *    pledge is added to the account's restraint once the
      *    item is on file.
       ADD-COLLATERAL.
           IF WS-COLL-LAST-SEQ = 99
               DISPLAY "Collateral register is full for this loan."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Type (R = Real estate, V = Vehicle, "
               "D = Deposit, O = Other):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO COLL-TYPE
           IF NOT COLL-IS-REAL-ESTATE AND NOT COLL-IS-VEHICLE
               AND NOT COLL-IS-DEPOSIT AND NOT COLL-IS-OTHER
               DISPLAY "Invalid type."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Description (address, year/make/VIN, etc.):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-COLL-DESC
           MOVE ZEROS TO COLL-PLEDGE-ACCT
           MOVE ZEROS TO COLL-PLEDGE-AMT
           IF COLL-IS-DEPOSIT
               PERFORM PLEDGE-DEPOSIT THRU PLEDGE-DEPOSIT-EXIT
               IF COLL-PLEDGE-AMT = ZEROS
                   GO TO ADD-COLLATERAL-EXIT
               END-IF
               MOVE COLL-PLEDGE-AMT TO COLL-APPR-VALUE
               MOVE WS-TODAY-DATE   TO COLL-APPR-DT
               MOVE 1               TO COLL-LIEN-POS
           ELSE
               DISPLAY "Appraised value:"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-AMOUNT
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                   TO COLL-APPR-VALUE
               IF COLL-APPR-VALUE = ZEROS
                   DISPLAY "Value must be greater than zero."
                   GO TO ADD-COLLATERAL-EXIT
               END-IF
               DISPLAY "Appraisal date (YYYYMMDD, Enter for today):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-DUE
               IF WS-INPUT-DUE = SPACES
                   MOVE WS-TODAY-DATE TO COLL-APPR-DT
               ELSE
                   IF WS-INPUT-DUE NOT NUMERIC
                       DISPLAY "Invalid date."
                       GO TO ADD-COLLATERAL-EXIT
                   END-IF
                   MOVE WS-INPUT-DUE TO COLL-APPR-DT
               END-IF
               DISPLAY "Lien position (Enter for 1):"
               DISPLAY "> " WITH NO ADVANCING
               ACCEPT WS-INPUT-LIEN
               IF WS-INPUT-LIEN = SPACES
                   MOVE 1 TO COLL-LIEN-POS
               ELSE
                   IF WS-INPUT-LIEN NOT NUMERIC
                       OR WS-INPUT-LIEN = "0"
                       DISPLAY "Invalid lien position."
                       GO TO ADD-COLLATERAL-EXIT
                   END-IF
                   MOVE WS-INPUT-LIEN TO COLL-LIEN-POS
               END-IF
           END-IF
           MOVE LOAN-NO TO COLL-LOAN-NO
           COMPUTE COLL-SEQ = WS-COLL-LAST-SEQ + 1
           MOVE FUNCTION UPPER-CASE(WS-INPUT-COLL-DESC) TO COLL-DESC
           MOVE "A"     TO COLL-STATUS
           MOVE ZEROS   TO COLL-RELEASE-DT
           WRITE COLL-REC
           IF NOT WS-COLL-OK
               DISPLAY "ERROR: Item not added - status "
                   WS-COLL-STATUS
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           IF COLL-IS-DEPOSIT
               ADD COLL-PLEDGE-AMT TO ACCT-PLEDGE-AMT
               REWRITE ACCT-REC
               IF NOT WS-ACCT-OK
                   DISPLAY "ERROR: Pledge not placed on account - "
                       "status " WS-ACCT-STATUS
                   GO TO ADD-COLLATERAL-EXIT
               END-IF
               MOVE COLL-PLEDGE-AMT TO WS-DISP-AMT
               DISPLAY "Pledge of " WS-DISP-AMT " placed on account "
                   COLL-PLEDGE-ACCT "."
           END-IF
           DISPLAY "Collateral item " COLL-SEQ " added."
           PERFORM LIST-COLLATERAL THRU LIST-COLLATERAL-EXIT.
       ADD-COLLATERAL-EXIT.
           EXIT.

      *    Locks the account to be pledged and takes the amount,
      *    which must fit in its available funds - the balance less
      *    holds, legal restraints and pledges already on it. The
      *    lock is kept until the item is written and the pledge is
      *    added. COLL-PLEDGE-AMT stays zero on any failure.
       PLEDGE-DEPOSIT.
           IF NOT WS-ACCT-IS-OPEN
               DISPLAY "Account file unavailable."
               GO TO PLEDGE-DEPOSIT-EXIT
           END-IF
           DISPLAY "Pledged account number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO PLEDGE-DEPOSIT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO PLEDGE-DEPOSIT-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               DISPLAY "Account is not active."
               GO TO PLEDGE-DEPOSIT-EXIT
           END-IF
           IF ACCT-PLEDGE-AMT NOT NUMERIC
               MOVE ZEROS TO ACCT-PLEDGE-AMT
           END-IF
           MOVE ACCT-BAL TO WS-AVAIL-BAL
           IF ACCT-HOLD-AMT NUMERIC
               SUBTRACT ACCT-HOLD-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           MOVE WS-AVAIL-BAL TO WS-DISP-BAL
           DISPLAY "Available to pledge: " WS-DISP-BAL
           DISPLAY "Amount pledged:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO WS-PLEDGE-AMT
           IF WS-PLEDGE-AMT = ZEROS
               DISPLAY "Amount must be greater than zero."
               GO TO PLEDGE-DEPOSIT-EXIT
           END-IF
           IF WS-PLEDGE-AMT > WS-AVAIL-BAL
               DISPLAY "Pledge exceeds the available funds."
               GO TO PLEDGE-DEPOSIT-EXIT
           END-IF
           MOVE ACCT-NO       TO COLL-PLEDGE-ACCT
           MOVE WS-PLEDGE-AMT TO COLL-PLEDGE-AMT.
       PLEDGE-DEPOSIT-EXIT.
           EXIT.

      *    A new appraisal. A deposit's value is its pledge, changed
      *    only by releasing the item and pledging again.
       REVALUE-COLLATERAL.
           PERFORM READ-COLLATERAL-ITEM
               THRU READ-COLLATERAL-ITEM-EXIT
           IF NOT WS-COLL-OK
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           IF COLL-IS-DEPOSIT
               DISPLAY "A deposit pledge is changed by releasing "
                   "it and pledging again."
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           MOVE COLL-APPR-VALUE TO WS-DISP-AMT
           DISPLAY "Appraised value (was " WS-DISP-AMT "):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = SPACES
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO COLL-APPR-VALUE
           IF COLL-APPR-VALUE = ZEROS
               DISPLAY "Value must be greater than zero."
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Appraisal date (YYYYMMDD, Enter for today):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-DUE
           IF WS-INPUT-DUE = SPACES
               MOVE WS-TODAY-DATE TO COLL-APPR-DT
           ELSE
               IF WS-INPUT-DUE NOT NUMERIC
                   DISPLAY "Invalid date."
                   GO TO REVALUE-COLLATERAL-EXIT
               END-IF
               MOVE WS-INPUT-DUE TO COLL-APPR-DT
           END-IF
           REWRITE COLL-REC
           IF NOT WS-COLL-OK
               DISPLAY "ERROR: Item not updated - status "
                   WS-COLL-STATUS
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Collateral item " COLL-SEQ " revalued."
           PERFORM LIST-COLLATERAL THRU LIST-COLLATERAL-EXIT.
       REVALUE-COLLATERAL-EXIT.
           EXIT.

      *    Lets one item go ahead of payoff - a substitution, a
      *    partial release, or an item the autopay payoff left
      *    held - and prints the lien-release notice for it.
       RELEASE-COLLATERAL.
           PERFORM READ-COLLATERAL-ITEM
               THRU READ-COLLATERAL-ITEM-EXIT
           IF NOT WS-COLL-OK
               GO TO RELEASE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Release item " COLL-SEQ " - " COLL-DESC
           DISPLAY "Confirm release (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Release cancelled."
               GO TO RELEASE-COLLATERAL-EXIT
           END-IF
           MOVE ZEROS TO WS-RELEASE-COUNT
           MOVE ZEROS TO WS-PLEDGE-FAIL-COUNT
           PERFORM RELEASE-ONE-COLLATERAL
               THRU RELEASE-ONE-COLLATERAL-EXIT
           PERFORM CLOSE-LIEN-NOTICE THRU CLOSE-LIEN-NOTICE-EXIT
           IF WS-RELEASE-COUNT > ZEROS
               DISPLAY "Collateral item " COLL-SEQ " released."
           END-IF.
       RELEASE-COLLATERAL-EXIT.
           EXIT.

       READ-COLLATERAL-ITEM.
           DISPLAY "Item sequence:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-SEQ
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE FUNCTION NUMVAL(WS-INPUT-SEQ) TO COLL-SEQ
           READ COLL-FILE
               INVALID KEY
                   DISPLAY "Collateral item not found."
                   GO TO READ-COLLATERAL-ITEM-EXIT
           END-READ
           IF COLL-IS-RELEASED
               DISPLAY "Collateral item was released "
                   COLL-RELEASE-DT "."
               MOVE "23" TO WS-COLL-STATUS
           END-IF.
       READ-COLLATERAL-ITEM-EXIT.
           EXIT.

      *    Totals the deposit pledged to the loan on the account
      *    in ACCT-REC, for a payoff funded from that account.
       SUM-OWN-PLEDGE.
           MOVE ZEROS TO WS-OWN-PLEDGE
           IF NOT WS-COLL-IS-OPEN
               GO TO SUM-OWN-PLEDGE-EXIT
           END-IF
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM SUM-ONE-OWN-PLEDGE
               THRU SUM-ONE-OWN-PLEDGE-EXIT
               UNTIL WS-COLL-AT-EOF.
       SUM-OWN-PLEDGE-EXIT.
           EXIT.

       SUM-ONE-OWN-PLEDGE.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO SUM-ONE-OWN-PLEDGE-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO SUM-ONE-OWN-PLEDGE-EXIT
           END-IF
           IF COLL-IS-ACTIVE AND COLL-IS-DEPOSIT
               AND COLL-PLEDGE-ACCT = ACCT-NO
               ADD COLL-PLEDGE-AMT TO WS-OWN-PLEDGE
           END-IF.
       SUM-ONE-OWN-PLEDGE-EXIT.
           EXIT.

      *    A loan paid off releases every item still held against
      *    it, and the borrower's lien-release notice lists them
      *    (data/LIENREL-<loan>-<date>.txt). A pledged account in
      *    use at another terminal keeps its item held, to be
      *    released from the collateral menu.
       RELEASE-LOAN-COLLATERAL.
           IF NOT WS-COLL-IS-OPEN
               DISPLAY "WARNING: Collateral file unavailable - "
                   "release the loan's collateral by hand."
               GO TO RELEASE-LOAN-COLLATERAL-EXIT
           END-IF
           MOVE ZEROS TO WS-RELEASE-COUNT
           MOVE ZEROS TO WS-PLEDGE-FAIL-COUNT
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM RELEASE-NEXT-COLLATERAL
               THRU RELEASE-NEXT-COLLATERAL-EXIT
               UNTIL WS-COLL-AT-EOF
           PERFORM CLOSE-LIEN-NOTICE THRU CLOSE-LIEN-NOTICE-EXIT
           IF WS-RELEASE-COUNT > ZEROS
               DISPLAY "  Collateral released: " WS-RELEASE-COUNT
           END-IF
           IF WS-PLEDGE-FAIL-COUNT > ZEROS
               DISPLAY "  Items still held: " WS-PLEDGE-FAIL-COUNT
                   " - release them from the collateral menu."
           END-IF.
       RELEASE-LOAN-COLLATERAL-EXIT.
           EXIT.

       RELEASE-NEXT-COLLATERAL.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO RELEASE-NEXT-COLLATERAL-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO RELEASE-NEXT-COLLATERAL-EXIT
           END-IF
           IF COLL-IS-ACTIVE
               PERFORM RELEASE-ONE-COLLATERAL
                   THRU RELEASE-ONE-COLLATERAL-EXIT
           END-IF.
       RELEASE-NEXT-COLLATERAL-EXIT.
           EXIT.

      *    Releases the item in COLL-REC: a deposit pledge comes
      *    off the pledged account's restraint first (an account
      *    since closed and purged has nothing left to release),
      *    then the item is marked released and goes on the notice.
       RELEASE-ONE-COLLATERAL.
           IF COLL-IS-DEPOSIT AND COLL-PLEDGE-AMT > ZEROS
               IF NOT WS-ACCT-IS-OPEN
                   DISPLAY "WARNING: Account file unavailable - "
                       "item " COLL-SEQ " still held."
                   ADD 1 TO WS-PLEDGE-FAIL-COUNT
                   GO TO RELEASE-ONE-COLLATERAL-EXIT
               END-IF
               MOVE COLL-PLEDGE-ACCT TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-LOCKED
                   DISPLAY "WARNING: Account " COLL-PLEDGE-ACCT
                       " in use - item " COLL-SEQ " still held."
                   ADD 1 TO WS-PLEDGE-FAIL-COUNT
                   GO TO RELEASE-ONE-COLLATERAL-EXIT
               END-IF
               IF WS-ACCT-OK
                   IF ACCT-PLEDGE-AMT NOT NUMERIC
                       MOVE ZEROS TO ACCT-PLEDGE-AMT
                   END-IF
                   IF ACCT-PLEDGE-AMT >= COLL-PLEDGE-AMT
                       SUBTRACT COLL-PLEDGE-AMT FROM ACCT-PLEDGE-AMT
                   ELSE
                       MOVE ZEROS TO ACCT-PLEDGE-AMT
                   END-IF
                   REWRITE ACCT-REC
                   IF NOT WS-ACCT-OK
                       DISPLAY "WARNING: Pledge not lifted on "
                           "account " COLL-PLEDGE-ACCT " - status "
                           WS-ACCT-STATUS
                       ADD 1 TO WS-PLEDGE-FAIL-COUNT
                       GO TO RELEASE-ONE-COLLATERAL-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE "R" TO COLL-STATUS
           MOVE WS-TODAY-DATE TO COLL-RELEASE-DT
           REWRITE COLL-REC
           IF NOT WS-COLL-OK
               DISPLAY "ERROR: Item " COLL-SEQ " not released - "
                   "status " WS-COLL-STATUS
               GO TO RELEASE-ONE-COLLATERAL-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           PERFORM WRITE-LIEN-RELEASE-ITEM
               THRU WRITE-LIEN-RELEASE-ITEM-EXIT.
       RELEASE-ONE-COLLATERAL-EXIT.
           EXIT.

      *    The lien-release notice is opened with the first item
      *    released and closed once the last one is on it.
       OPEN-LIEN-NOTICE.
           MOVE SPACES TO WS-QUOTE-FILENAME
           STRING "data/LIENREL-" LOAN-NO "-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-QUOTE-FILENAME
           END-STRING
           OPEN OUTPUT QUOTE-FILE
           IF NOT WS-QUOTE-OK
               DISPLAY "WARNING: Could not open lien-release notice."
               GO TO OPEN-LIEN-NOTICE-EXIT
           END-IF
           SET WS-QUOTE-IS-OPEN TO TRUE
           MOVE "=======================================" TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "  COBOL BANK LEDGER  LIEN RELEASE NOTICE" TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "=======================================" TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           STRING "  Release date:   " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           STRING "  Loan number:    " LOAN-NO
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           STRING "  Borrower:       " LOAN-NAME
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           IF LOAN-IS-PAID-OFF
               MOVE SPACES TO WS-QUOTE-LINE
               STRING "  Paid in full:   " LOAN-LAST-PAID-DT
                   DELIMITED BY SIZE INTO WS-QUOTE-LINE
               END-STRING
               MOVE WS-QUOTE-LINE TO QUOTE-REC
               WRITE QUOTE-REC
           END-IF
           MOVE SPACES TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "  The bank releases its lien on the collateral"
               TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "  listed below." TO QUOTE-REC
           WRITE QUOTE-REC.
       OPEN-LIEN-NOTICE-EXIT.
           EXIT.

       WRITE-LIEN-RELEASE-ITEM.
           IF NOT WS-QUOTE-IS-OPEN
               PERFORM OPEN-LIEN-NOTICE THRU OPEN-LIEN-NOTICE-EXIT
           END-IF
           IF NOT WS-QUOTE-IS-OPEN
               GO TO WRITE-LIEN-RELEASE-ITEM-EXIT
           END-IF
           EVALUATE TRUE
               WHEN COLL-IS-REAL-ESTATE
                   MOVE "REAL ESTATE" TO WS-COLL-TYPE-DESC
               WHEN COLL-IS-VEHICLE
                   MOVE "VEHICLE"     TO WS-COLL-TYPE-DESC
               WHEN COLL-IS-DEPOSIT
                   MOVE "DEPOSIT"     TO WS-COLL-TYPE-DESC
               WHEN OTHER
                   MOVE "OTHER"       TO WS-COLL-TYPE-DESC
           END-EVALUATE
           MOVE SPACES TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           STRING "  Item " COLL-SEQ ":  " WS-COLL-TYPE-DESC
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           STRING "    " COLL-DESC
               DELIMITED BY SIZE INTO WS-QUOTE-LINE
           END-STRING
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE SPACES TO WS-QUOTE-LINE
           IF COLL-IS-DEPOSIT
               MOVE COLL-PLEDGE-AMT TO WS-DISP-AMT
               STRING "    Pledge of " WS-DISP-AMT " on account "
                   COLL-PLEDGE-ACCT " released"
                   DELIMITED BY SIZE INTO WS-QUOTE-LINE
               END-STRING
           ELSE
               STRING "    Lien position " COLL-LIEN-POS
                   " released"
                   DELIMITED BY SIZE INTO WS-QUOTE-LINE
               END-STRING
           END-IF
           MOVE WS-QUOTE-LINE TO QUOTE-REC
           WRITE QUOTE-REC.
       WRITE-LIEN-RELEASE-ITEM-EXIT.
           EXIT.

       CLOSE-LIEN-NOTICE.
           IF NOT WS-QUOTE-IS-OPEN
               GO TO CLOSE-LIEN-NOTICE-EXIT
           END-IF
           MOVE SPACES TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "  Title and lien documents held for these items"
               TO QUOTE-REC
           WRITE QUOTE-REC
           MOVE "  will be returned or released of record." TO QUOTE-REC
           WRITE QUOTE-REC
           CLOSE QUOTE-FILE
           MOVE 0 TO WS-QUOTE-OPEN-FLAG
           DISPLAY "  Lien-release notice printed to "
               WS-QUOTE-FILENAME.
       CLOSE-LIEN-NOTICE-EXIT.
           EXIT.

      *    Advances funds on a revolving line, up to the credit
      *    still available - in cash over the counter, or credited
      *    to a deposit account and journaled there as a deposit
      *    the way loan proceeds are. A draw adds to the principal
      *    advanced and the balance alike, so the line foots like
      *    any other loan. A line with a minimum payment past due
      *    takes no new draws until it is brought current.
       DRAW-ON-LINE.
           DISPLAY "Loan number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-LOANNO
           MOVE FUNCTION NUMVAL(WS-INPUT-LOANNO) TO LOAN-NO
           READ LOAN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Loan not found."
                   GO TO DRAW-ON-LINE-EXIT
           END-READ
           IF WS-LOAN-LOCKED
               DISPLAY "Loan in use at another terminal - "
                   "retry."
               GO TO DRAW-ON-LINE-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               DISPLAY "Loan is not active."
               GO TO DRAW-ON-LINE-EXIT
           END-IF
           IF NOT LOAN-IS-REVOLVING
               DISPLAY "Loan is not a credit line."
               GO TO DRAW-ON-LINE-EXIT
           END-IF
           PERFORM NORMALIZE-LOAN-FEES
           PERFORM GET-CURRENT-DATETIME
           IF LOAN-PMT-AMT > ZEROS
               AND LOAN-NEXT-DUE-DT > ZEROS
               AND LOAN-NEXT-DUE-DT < WS-TODAY-DATE
               DISPLAY "Line is past due since " LOAN-NEXT-DUE-DT
                   " - no draws until the minimum is paid."
               GO TO DRAW-ON-LINE-EXIT
           END-IF

           COMPUTE WS-AVAIL-CREDIT = LOAN-CREDIT-LIMIT - LOAN-BALANCE
           MOVE LOAN-CREDIT-LIMIT TO WS-DISP-AMT
           DISPLAY "Credit limit:     " WS-DISP-AMT
           MOVE LOAN-BALANCE TO WS-DISP-BAL
           DISPLAY "Balance:          " WS-DISP-BAL
           MOVE WS-AVAIL-CREDIT TO WS-DISP-BAL
           DISPLAY "Available credit: " WS-DISP-BAL
           IF WS-AVAIL-CREDIT < 0.01
               DISPLAY "No credit available on this line."
               GO TO DRAW-ON-LINE-EXIT
           END-IF
           DISPLAY "Draw amount:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT) TO WS-LOAN-AMT
           IF WS-LOAN-AMT < 0.01
               DISPLAY "Amount must be at least $0.01."
               GO TO DRAW-ON-LINE-EXIT
           END-IF
           IF WS-LOAN-AMT > WS-AVAIL-CREDIT
               DISPLAY "Draw exceeds the available credit."
               GO TO DRAW-ON-LINE-EXIT
           END-IF

      *    Destination: a named deposit account is credited and
      *    journaled; Enter means cash over the counter.
           MOVE ZEROS TO WS-FUND-ACCT-NO
           IF LOAN-FUND-ACCT > ZEROS
               DISPLAY "Credit to account (Enter for cash, "
                   LOAN-FUND-ACCT " is the line's account):"
           ELSE
               DISPLAY "Credit to account (Enter for cash):"
           END-IF
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           IF WS-INPUT-ACCTNO NOT = SPACES
               IF NOT WS-ACCT-IS-OPEN
                   DISPLAY "Account file unavailable."
                   GO TO DRAW-ON-LINE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "Account not found."
                       GO TO DRAW-ON-LINE-EXIT
               END-READ
               IF NOT ACCT-IS-ACTIVE
                   DISPLAY "Account is not active."
                   GO TO DRAW-ON-LINE-EXIT
               END-IF
               MOVE ACCT-NO TO WS-FUND-ACCT-NO
           END-IF

           DISPLAY "Post this draw? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Draw cancelled."
               GO TO DRAW-ON-LINE-EXIT
           END-IF

           MOVE 0 TO WS-DISBURSED-FLAG
           IF WS-FUND-ACCT-NO > ZEROS
               MOVE "LOC DRAW" TO WS-PROCEEDS-DESC
               PERFORM DISBURSE-PROCEEDS THRU DISBURSE-PROCEEDS-EXIT
               IF NOT WS-PROCEEDS-CREDITED
                   DISPLAY "Draw not posted."
                   GO TO DRAW-ON-LINE-EXIT
               END-IF
           END-IF

           ADD WS-LOAN-AMT TO LOAN-PRINCIPAL
           ADD WS-LOAN-AMT TO LOAN-BALANCE
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "ERROR: Could not update loan - status "
                   WS-LOAN-STATUS
               GO TO DRAW-ON-LINE-EXIT
           END-IF

           MOVE "ADV "          TO WS-LNTX-CATEGORY
           MOVE WS-LOAN-AMT     TO WS-LNTX-AMOUNT
           MOVE WS-FUND-ACCT-NO TO WS-LNTX-ACCT-NO
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT

           DISPLAY SPACES
           DISPLAY "Draw posted."
           MOVE WS-LOAN-AMT TO WS-DISP-AMT
           IF WS-FUND-ACCT-NO > ZEROS
               DISPLAY "  Amount:    " WS-DISP-AMT
                   " to account " WS-FUND-ACCT-NO
           ELSE
               DISPLAY "  Amount:    " WS-DISP-AMT " in cash"
           END-IF
           MOVE LOAN-BALANCE TO WS-DISP-BAL
           DISPLAY "  Balance:   " WS-DISP-BAL
           COMPUTE WS-AVAIL-CREDIT = LOAN-CREDIT-LIMIT - LOAN-BALANCE
           MOVE WS-AVAIL-CREDIT TO WS-DISP-BAL
           DISPLAY "  Available: " WS-DISP-BAL.
       DRAW-ON-LINE-EXIT.
           EXIT.

      *    A deferral or modification changes what the borrower
      *    owes, so only an active, PIN-verified supervisor may
      *    grant one - same sign-on FILERST and PARMMNT use.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               DISPLAY "Operator file unavailable - sign-on "
                   "cannot be verified."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           DISPLAY "Supervisor ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO SUPERVISOR-SIGNON-EXIT
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF NOT OPER-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

      *    Journals the legs of an account-debited payment -
      *    principal, interest, and late charges when any were
      *    collected.
       LOG-PAYMENT-TXNS.
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "WARNING: Account debited but journal "
                   "unavailable."
               GO TO LOG-PAYMENT-TXNS-EXIT
           END-IF
           IF WS-PRIN-PORTION > ZEROS
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE WS-PAY-FROM-ACCT  TO TXN-ACCT-NO
               MOVE "W"               TO TXN-TYPE
               MOVE WS-PRIN-PORTION   TO TXN-AMOUNT
               MOVE WS-TODAY-DATE     TO TXN-DATE
               MOVE WS-NOW-TIME       TO TXN-TIME
               MOVE "LOAN PMT PRINCIPAL" TO TXN-DESC
               MOVE "C"               TO TXN-STATUS
               MOVE ZEROS             TO TXN-XFER-ACCT
               MOVE ZEROS             TO TXN-REF-ID
               MOVE SPACES            TO TXN-OPERATOR-ID
               MOVE ACCT-CURRENCY     TO TXN-CURRENCY
               MOVE "LOAN"            TO TXN-CATEGORY
               MOVE ZEROS             TO TXN-FX-RATE
               MOVE SPACES            TO TXN-OVERRIDE-ID
               MOVE ZEROS             TO TXN-CHECK-NO
               MOVE ZEROS             TO TXN-RUN-ID
               MOVE SPACES            TO TXN-BRANCH
               MOVE SPACES            TO TXN-XFER-BRANCH
               MOVE TXN-DATE          TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   ADD 1 TO WS-NEXT-TXN-ID
                   PERFORM PERSIST-NEXT-TXN-ID
                       THRU PERSIST-NEXT-TXN-ID-EXIT
               ELSE
                   DISPLAY "WARNING: Principal leg journal failed."
               END-IF
               ELSE
                   DISPLAY "WARNING: Interest leg journal failed."
               END-IF
           END-IF
           IF WS-FEE-PORTION > ZEROS
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE WS-PAY-FROM-ACCT  TO TXN-ACCT-NO
               MOVE "W"               TO TXN-TYPE
               MOVE WS-FEE-PORTION    TO TXN-AMOUNT
               MOVE WS-TODAY-DATE     TO TXN-DATE
               MOVE WS-NOW-TIME       TO TXN-TIME
               MOVE "LOAN PMT LATE FEE" TO TXN-DESC
               MOVE "C"               TO TXN-STATUS
               MOVE ZEROS             TO TXN-XFER-ACCT
               MOVE ZEROS             TO TXN-REF-ID
               MOVE SPACES            TO TXN-OPERATOR-ID
               MOVE ACCT-CURRENCY     TO TXN-CURRENCY
               MOVE "LOAN"            TO TXN-CATEGORY
               MOVE ZEROS             TO TXN-FX-RATE
               MOVE SPACES            TO TXN-OVERRIDE-ID
               MOVE ZEROS             TO TXN-CHECK-NO
               MOVE ZEROS             TO TXN-RUN-ID
               MOVE SPACES            TO TXN-BRANCH
               MOVE SPACES            TO TXN-XFER-BRANCH
               MOVE TXN-DATE          TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   ADD 1 TO WS-NEXT-TXN-ID
                   PERFORM PERSIST-NEXT-TXN-ID
                       THRU PERSIST-NEXT-TXN-ID-EXIT
               ELSE
                   DISPLAY "WARNING: Late fee leg journal failed."
               END-IF
           END-IF
           IF WS-ESC-PORTION > ZEROS
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE WS-PAY-FROM-ACCT  TO TXN-ACCT-NO
               MOVE "W"               TO TXN-TYPE
               MOVE WS-ESC-PORTION    TO TXN-AMOUNT
               MOVE WS-TODAY-DATE     TO TXN-DATE
               MOVE WS-NOW-TIME       TO TXN-TIME
               MOVE "LOAN PMT ESCROW" TO TXN-DESC
               MOVE "C"               TO TXN-STATUS
               MOVE ZEROS             TO TXN-XFER-ACCT
               MOVE ZEROS             TO TXN-REF-ID
               MOVE SPACES            TO TXN-OPERATOR-ID
               MOVE ACCT-CURRENCY     TO TXN-CURRENCY
               MOVE "LOAN"            TO TXN-CATEGORY
               MOVE ZEROS             TO TXN-FX-RATE
               MOVE SPACES            TO TXN-OVERRIDE-ID
               MOVE ZEROS             TO TXN-CHECK-NO
               MOVE ZEROS             TO TXN-RUN-ID
               MOVE SPACES            TO TXN-BRANCH
               MOVE SPACES            TO TXN-XFER-BRANCH
               MOVE TXN-DATE          TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   ADD 1 TO WS-NEXT-TXN-ID
                   PERFORM PERSIST-NEXT-TXN-ID
                       THRU PERSIST-NEXT-TXN-ID-EXIT
               ELSE
                   DISPLAY "WARNING: Escrow leg journal failed."
               END-IF
           END-IF.
       LOG-PAYMENT-TXNS-EXIT.
           EXIT.

      *    Puts a payment on the loan journal: the principal under
      *    the category the caller set (PRIN for a payment, PYOF
      *    for a payoff), the interest, the late charges and the
      *    escrow collected, each against the account debited -
      *    zero for cash over the counter.
       LOG-PAYMENT-ACTIVITY.
           MOVE WS-PAY-FROM-ACCT TO WS-LNTX-ACCT-NO
           MOVE WS-PRIN-PORTION TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "INT "          TO WS-LNTX-CATEGORY
           MOVE WS-INT-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "LFEC"          TO WS-LNTX-CATEGORY
           MOVE WS-FEE-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT
           MOVE "ESCC"          TO WS-LNTX-CATEGORY
           MOVE WS-ESC-PORTION  TO WS-LNTX-AMOUNT
           PERFORM LOG-LOAN-ACTIVITY THRU LOG-LOAN-ACTIVITY-EXIT.
       LOG-PAYMENT-ACTIVITY-EXIT.
           EXIT.

      *    Interest collected relieves the accrual INTACCR has booked
      *    on the loan - all of it, to the cent; any fraction left
      *    over goes with it. A payoff relieves whatever is left.
      *    Runs ahead of the loan rewrite.
       TAKE-LOAN-ACCRUAL-RELIEF.
           IF LOAN-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCRUED
           END-IF
           COMPUTE WS-RELIEF-AMT ROUNDED = LOAN-INT-ACCRUED
           MOVE ZEROS TO LOAN-INT-ACCRUED.

      *    Puts the relief on the accrual ledger with the interest
      *    collected and its difference from the accrual relieved,
      *    which INTACCR's report lists. Nothing accrued and nothing
      *    collected writes nothing.
       WRITE-LOAN-ACCRUAL-RELIEF.
           IF WS-RELIEF-AMT = ZEROS AND WS-INT-PORTION = ZEROS
               GO TO WRITE-LOAN-ACCRUAL-RELIEF-EXIT
           END-IF
           COMPUTE WS-RELIEF-DIFF = WS-INT-PORTION - WS-RELIEF-AMT
           IF NOT WS-ACRL-IS-OPEN
               DISPLAY "WARNING: Accrual ledger unavailable - "
                   "relief not recorded."
               GO TO WRITE-LOAN-ACCRUAL-RELIEF-EXIT
           END-IF
           MOVE WS-TODAY-DATE    TO ACRL-DATE
           MOVE WS-NOW-TIME      TO ACRL-TIME
           SET ACRL-IS-LOAN-RELIEF TO TRUE
           MOVE LOAN-NO          TO ACRL-REF-NO
           MOVE WS-RELIEF-AMT    TO ACRL-AMOUNT
           MOVE WS-INT-PORTION   TO ACRL-PAID-AMT
           MOVE WS-RELIEF-DIFF   TO ACRL-DIFF-AMT
           MOVE "0001"           TO ACRL-BRANCH
           MOVE "USD"            TO ACRL-CURRENCY
           MOVE "LOANMGR"        TO ACRL-SOURCE
           WRITE ACRL-REC
           IF NOT WS-ACRL-OK
               DISPLAY "WARNING: Accrual ledger write failed - "
                   "status " WS-ACRL-STATUS
           END-IF.
       WRITE-LOAN-ACCRUAL-RELIEF-EXIT.
           EXIT.

      *    Appends one movement to the loan activity journal GLEXTR
      *    posts the loan book from. A zero amount is not written.
       LOG-LOAN-ACTIVITY.
           IF WS-LNTX-AMOUNT = ZEROS
               GO TO LOG-LOAN-ACTIVITY-EXIT
           END-IF
           IF NOT WS-LNTX-IS-OPEN
               DISPLAY "WARNING: Loan journal unavailable - "
                   WS-LNTX-CATEGORY " not journaled."
               GO TO LOG-LOAN-ACTIVITY-EXIT
           END-IF
           MOVE LOAN-NO          TO LNTX-LOAN-NO
           MOVE WS-TODAY-DATE    TO LNTX-DATE
           MOVE WS-NOW-TIME      TO LNTX-TIME
           MOVE WS-LNTX-CATEGORY TO LNTX-CATEGORY
           MOVE WS-LNTX-AMOUNT   TO LNTX-AMOUNT
           MOVE WS-LNTX-ACCT-NO  TO LNTX-ACCT-NO
           MOVE "LOANMGR"        TO LNTX-SOURCE
           MOVE ZEROS            TO LNTX-RUN-ID
           WRITE LNTX-REC
           IF NOT WS-LNTX-OK
               DISPLAY "WARNING: Loan journal write failed - "
                   "status " WS-LNTX-STATUS
           END-IF.
       LOG-LOAN-ACTIVITY-EXIT.
           EXIT.

      *    Any active operator signs on with ID and PIN, and the
      *    operator's role must grant this program. With no operator
      *    file (a fresh install) the session runs as UNKNOWN, as
      *    BANKUI's login does.
       OPERATOR-SIGNON.
           MOVE 0 TO WS-OPER-SIGNED-FLAG
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
               SET WS-OPERATOR-SIGNED-ON TO TRUE
               GO TO OPERATOR-SIGNON-EXIT
           END-IF
           DISPLAY "Operator ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO OPERATOR-SIGNON-CLOSE
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO OPERATOR-SIGNON-CLOSE
               END-IF
           END-IF
           MOVE "LOANMGR" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO OPERATOR-SIGNON-CLOSE
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-OPERATOR-SIGNED-ON TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       OPERATOR-SIGNON-CLOSE.
           CLOSE OPERATOR-FILE.
       OPERATOR-SIGNON-EXIT.
           EXIT.

      *    The signed-on operator's role (OPER-ROLE, or the standard
      *    role for the authority level when the record has none)
      *    must grant WS-ENT-FUNC on ROLES.dat, kept in OPERADM. A
      *    refusal is shown and written to the audit log. A site
      *    with no ROLES.dat has not adopted roles; nothing is
      *    refused.
       CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FLAG
           MOVE OPER-ROLE TO WS-ENT-ROLE
           IF WS-ENT-ROLE = SPACES OR WS-ENT-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-ENT-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-ENT-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-ENT-ROLE
               END-EVALUATE
           END-IF
           OPEN INPUT ROLE-FILE
           IF NOT WS-ROLE-OK
               SET WS-ENT-GRANTED TO TRUE
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-GRANTED TO TRUE
           END-READ
           CLOSE ROLE-FILE
           IF WS-ENT-GRANTED
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           DISPLAY "Role " WS-ENT-ROLE " does not permit "
               WS-ENT-FUNC "."
           DISPLAY "Ask a supervisor to grant it in OPERADM."
           PERFORM LOG-ENTITLEMENT-REFUSAL
               THRU LOG-ENTITLEMENT-REFUSAL-EXIT.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *    The refusal goes to the audit log with no account number,
      *    the log opened for the one record.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
           END-IF
           SET WS-ENT-LOG-OPENED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-ENT-STAMP
           MOVE WS-ENT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-ENT-STAMP(9:6) TO AUDIT-TIME
           MOVE OPER-ID           TO AUDIT-OPERATOR-ID
           MOVE "REFUSED"         TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF WS-ENT-LOG-OPENED
               CLOSE AUDIT-FILE
           END-IF.
       LOG-ENTITLEMENT-REFUSAL-EXIT.
           EXIT.

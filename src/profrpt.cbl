       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
      *================================================================*
      * PROFRPT - Customer Profitability Report                        *
      * Month-end step. Brings every relationship's deposits, loans    *
      * and fees together by customer (ACCT-CUST-NO / LOAN-CUST-NO; an *
      * account or loan not yet linked to the customer master stands  *
      * alone) and figures its net contribution for the year to date  *
      * - the first of January to the banking date, the same span as  *
      * ACCT-INT-YTD:                                                  *
      *   + funds credit on deposits: average balance (the account's  *
      *     BALHIST snapshots in the period, or its balance when it    *
      *     has none) at the funds-transfer-pricing rate              *
      *     (CTRL-FTP-RATE) for the days it was open in the period     *
      *   - deposit interest paid (ACCT-INT-YTD)                       *
      *   + fee income from the journal by category, net of waivers   *
      *     and reversals - the archive (TXNHIST.dat) and then the     *
      *     live journal - with safe deposit rent (SDBX) on its own    *
      *     and loan late charges collected (LOANTXN LFEC)             *
      *   + loan interest collected (LOANTXN INT entries in the        *
      *     period; LOAN-PAID-INT when there is no loan journal)       *
      *   - funds charge on loans: the loan balance at the same rate. *
      * Foreign-currency accounts are valued in USD at the posted      *
      * FX-REC buy rate; one with no rate is left out and counted.     *
      * Customers are listed by branch (the branch of the customer's  *
      * first account) in order of contribution with their bank-wide  *
      * rank and branch subtotals, then the bottom 10% of the bank for *
      * the relationship managers, then fee income by category.        *
      * Read-only; report data/PROFRPT-<date>.txt.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT TXN-FILE
               ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SNAP-FILE
               ASSIGN TO "data/BALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT BR-FILE
               ASSIGN TO "data/BRANCHES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

           SELECT FX-FILE
               ASSIGN TO "data/FXRATES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-PAIR
               FILE STATUS IS WS-FX-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-PROFRPT.tmp".

           SELECT RANK-FILE
               ASSIGN TO "data/SORT-PROFRNK.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  SNAP-FILE.
       COPY SNAP-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

      *    One figure for a relationship: an account's balance and
      *    interest ("A"), a loan's balance ("L"), a fee from the
      *    deposit journal ("F") or a movement from the loan journal
      *    ("T"). Sorted by relationship, accounts first.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-UNLINKED      PIC X(1).
           05  SORT-CUST          PIC 9(8).
           05  SORT-SEQ           PIC X(1).
           05  SORT-REF           PIC 9(8).
           05  SORT-BRANCH        PIC X(4).
           05  SORT-NAME          PIC X(30).
           05  SORT-OPEN          PIC X(1).
           05  SORT-AVG-BAL       PIC S9(11)V99.
           05  SORT-FTP           PIC S9(9)V99.
           05  SORT-INT-PAID      PIC 9(9)V99.
           05  SORT-FEE-CAT       PIC 9(2).
           05  SORT-FEE-AMT       PIC S9(9)V99.
           05  SORT-LOAN-INT      PIC 9(9)V99.

      *    One relationship, for ranking and for the branch listing.
       SD  RANK-FILE.
       01  RNK-REC.
           05  RNK-BRANCH         PIC X(4).
           05  RNK-NET            PIC S9(11)V99.
           05  RNK-IDX            PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
       01  WS-LOAN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LOAN-IS-OPEN       VALUE 1.
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
       01  WS-LNTX-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LNTX-IS-OPEN       VALUE 1.
       01  WS-LNTX-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LNTX-AT-EOF        VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.
       01  WS-TXN-PATH           PIC X(40).

       01  WS-SNAP-STATUS        PIC XX.
           88  WS-SNAP-OK            VALUE "00".
       01  WS-SNAP-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-SNAP-IS-OPEN       VALUE 1.
       01  WS-SNAP-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SNAP-DONE          VALUE 1.

       01  WS-BR-STATUS          PIC XX.
           88  WS-BR-OK              VALUE "00".
       01  WS-BR-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN         VALUE 1.

       01  WS-FX-STATUS          PIC XX.
           88  WS-FX-OK              VALUE "00".
       01  WS-FX-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-FX-IS-OPEN         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-EOF           VALUE 1.
       01  WS-RANK-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RANK-EOF           VALUE 1.

      *--- Shared operating parameters (CTRL-FILE) ---
      *    The VALUE clause is the fallback default used when the
      *    control file/record does not exist yet.
       01  WS-CFG-FTP-RATE       PIC 9(2)V9(4) VALUE 03.0000.
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

      *--- Fee income categories. SDBX is shown in its own column;
      *    LFEC comes from the loan journal.
       01  WS-FEE-CATS.
           05  FILLER            PIC X(28)
                                 VALUE "FEE SERVICE AND ACCOUNT FEES".
           05  FILLER            PIC X(28)
                                 VALUE "ODINOVERDRAFT INTEREST".
           05  FILLER            PIC X(28)
                                 VALUE "CDPNCD EARLY WITHDRAWAL".
           05  FILLER            PIC X(28)
                                 VALUE "RDFERETURNED DEPOSIT FEES".
           05  FILLER            PIC X(28)
                                 VALUE "NSFFNSF ITEM FEES".
           05  FILLER            PIC X(28)
                                 VALUE "ODFEOVERDRAFT ITEM FEES".
           05  FILLER            PIC X(28)
                                 VALUE "ANLCACCOUNT ANALYSIS".
           05  FILLER            PIC X(28)
                                 VALUE "SDBXSAFE DEPOSIT RENT".
           05  FILLER            PIC X(28)
                                 VALUE "LFECLOAN LATE CHARGES".
       01  WS-FEE-CAT-TABLE REDEFINES WS-FEE-CATS.
           05  WS-FEE-CAT-ENTRY OCCURS 9 TIMES.
               10  WS-FEE-CAT-CODE   PIC X(4).
               10  WS-FEE-CAT-NAME   PIC X(24).
       01  WS-FEE-CAT-COUNT      PIC 9(2) VALUE 9.
       01  WS-SDB-CAT            PIC 9(2) VALUE 8.
       01  WS-LFEC-CAT           PIC 9(2) VALUE 9.
       01  WS-FEE-CAT-TOTALS.
           05  WS-FEE-CAT-TOTAL  PIC S9(11)V99 OCCURS 9 TIMES.
       01  WS-CAT-IDX            PIC 9(2).

      *--- Accounts by number, for placing journal fees ---
       01  WS-AM-TABLE.
           05  WS-AM-ENTRY OCCURS 10000 TIMES.
               10  WS-AM-ACCT        PIC 9(8).
               10  WS-AM-UNLINKED    PIC X(1).
               10  WS-AM-CUST        PIC 9(8).
               10  WS-AM-BRANCH      PIC X(4).
               10  WS-AM-USD-RATE    PIC 9(3)V9(6).
       01  WS-AM-MAX             PIC 9(5) VALUE 10000.
       01  WS-AM-COUNT           PIC 9(5) VALUE 0.

      *--- Loans by number, for placing loan journal movements ---
       01  WS-LM-TABLE.
           05  WS-LM-ENTRY OCCURS 5000 TIMES.
               10  WS-LM-LOAN        PIC 9(8).
               10  WS-LM-UNLINKED    PIC X(1).
               10  WS-LM-CUST        PIC 9(8).
               10  WS-LM-BRANCH      PIC X(4).
       01  WS-LM-MAX             PIC 9(5) VALUE 5000.
       01  WS-LM-COUNT           PIC 9(5) VALUE 0.

      *--- Table lookup by number (binary search) ---
       01  WS-FIND-NO            PIC 9(8).
       01  WS-FIND-IDX           PIC 9(5).
       01  WS-LO                 PIC 9(5).
       01  WS-HI                 PIC 9(5).
       01  WS-MID                PIC 9(5).

      *--- Relationships, as built from the sorted figures ---
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 5000 TIMES.
               10  WS-CP-UNLINKED    PIC X(1).
               10  WS-CP-KEY         PIC 9(8).
               10  WS-CP-NAME        PIC X(30).
               10  WS-CP-BRANCH      PIC X(4).
               10  WS-CP-AVG-DEP     PIC S9(11)V99.
               10  WS-CP-LOAN-BAL    PIC 9(11)V99.
               10  WS-CP-DEP-FTP     PIC S9(9)V99.
               10  WS-CP-INT-PAID    PIC 9(9)V99.
               10  WS-CP-FEES        PIC S9(9)V99.
               10  WS-CP-SDB         PIC S9(9)V99.
               10  WS-CP-LOAN-INT    PIC 9(9)V99.
               10  WS-CP-LOAN-FTP    PIC 9(9)V99.
               10  WS-CP-NET         PIC S9(11)V99.
               10  WS-CP-RANK        PIC 9(5).
       01  WS-CP-MAX             PIC 9(5) VALUE 5000.
       01  WS-CP-COUNT           PIC 9(5) VALUE 0.
       01  WS-CP-IDX             PIC 9(5).
       01  WS-CP-OVERFLOW        PIC 9(5) VALUE 0.
      *    Relationship index by bank-wide rank.
       01  WS-RANK-TABLE.
           05  WS-RANK-CP        PIC 9(5) OCCURS 5000 TIMES.
       01  WS-RANK               PIC 9(5).
       01  WS-BOTTOM-COUNT       PIC 9(5).
       01  WS-BOTTOM-FROM        PIC 9(5).

      *--- The relationship in progress ---
       01  WS-PREV-UNLINKED      PIC X(1).
       01  WS-PREV-CUST          PIC 9(8).
       01  WS-REL-ACTIVE-FLAG    PIC 9 VALUE 0.
           88  WS-REL-HAS-OPEN       VALUE 1.
       01  WS-REL-TABLE-FULL     PIC 9 VALUE 0.
           88  WS-REL-SKIPPED        VALUE 1.

      *--- The account or loan in progress ---
       01  WS-USD-RATE           PIC 9(3)V9(6).
       01  WS-SNAP-SUM           PIC S9(13)V99.
       01  WS-SNAP-CNT           PIC 9(3).
       01  WS-AVG-BAL            PIC S9(11)V99.
       01  WS-FTP-DAYS           PIC 9(3).
       01  WS-FROM-DATE          PIC 9(8).
       01  WS-ENTRY-DATE         PIC 9(8).
       01  WS-FEE-AMT            PIC S9(9)V99.

      *--- Period ---
       01  WS-PERIOD-START       PIC 9(8).
       01  WS-PERIOD-END         PIC 9(8).
       01  WS-PERIOD-DAYS        PIC 9(3).

      *--- Branch in progress and bank totals ---
       01  WS-PREV-BRANCH        PIC X(4).
       01  WS-BR-NAME-DISP       PIC X(20).
       01  WS-BR-TOTALS.
           05  WS-BR-COUNT       PIC 9(5).
           05  WS-BR-AVG-DEP     PIC S9(13)V99.
           05  WS-BR-LOAN-BAL    PIC 9(13)V99.
           05  WS-BR-FEES        PIC S9(11)V99.
           05  WS-BR-NET         PIC S9(13)V99.
       01  WS-BANK-TOTALS.
           05  WS-BANK-AVG-DEP   PIC S9(13)V99.
           05  WS-BANK-LOAN-BAL  PIC 9(13)V99.
           05  WS-BANK-DEP-FTP   PIC S9(11)V99.
           05  WS-BANK-INT-PAID  PIC 9(11)V99.
           05  WS-BANK-FEES      PIC S9(11)V99.
           05  WS-BANK-SDB       PIC S9(11)V99.
           05  WS-BANK-LOAN-INT  PIC 9(11)V99.
           05  WS-BANK-LOAN-FTP  PIC 9(11)V99.
           05  WS-BANK-NET       PIC S9(13)V99.

       01  WS-ACCTS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-LOANS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-FEES-COUNTED       PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT     PIC 9(5) VALUE 0.
       01  WS-MAP-OVERFLOW       PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).

       01  WS-DISP-RANK          PIC ZZZZ9.
       01  WS-DISP-CNT           PIC ZZ,ZZ9.
       01  WS-DISP-RATE          PIC Z9.9999.
       01  WS-DISP-A1            PIC ---,---,--9.99.
       01  WS-DISP-A2            PIC ---,---,--9.99.
       01  WS-DISP-A3            PIC ---,---,--9.99.
       01  WS-DISP-A4            PIC ---,---,--9.99.
       01  WS-DISP-A5            PIC ---,---,--9.99.
       01  WS-DISP-A6            PIC ---,---,--9.99.
       01  WS-DISP-BIG           PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CUSTOMER PROFITABILITY"
           DISPLAY "========================================="

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
                       IF CTRL-FTP-RATE NUMERIC
                           AND CTRL-FTP-RATE > ZEROS
                           MOVE CTRL-FTP-RATE TO WS-CFG-FTP-RATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF

           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "No account file - nothing to report."
               ELSE
                   DISPLAY "Error opening account file: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    Every other file only adds to the picture; a site without
      *    one still gets the report.
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-OK
               SET WS-LOAN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-OK
               SET WS-SNAP-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: No balance history - current "
                   "balances used."
           END-IF
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT FX-FILE
           IF WS-FX-OK
               SET WS-FX-IS-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE TO WS-PERIOD-END
           MOVE WS-TODAY-DATE TO WS-PERIOD-START
           MOVE "0101" TO WS-PERIOD-START(5:4)
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1

           MOVE WS-CFG-FTP-RATE TO WS-DISP-RATE
           DISPLAY "  Period:   " WS-PERIOD-START " - " WS-PERIOD-END
           DISPLAY "  FTP rate: " WS-DISP-RATE "%"

           MOVE ZEROS TO WS-FEE-CAT-TOTALS
           MOVE ZEROS TO WS-BANK-TOTALS
           PERFORM OPEN-RPT-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-UNLINKED
               ON ASCENDING KEY SORT-CUST
               ON ASCENDING KEY SORT-SEQ
               ON ASCENDING KEY SORT-REF
               INPUT PROCEDURE IS GATHER-FIGURES
                   THRU GATHER-FIGURES-EXIT
               OUTPUT PROCEDURE IS BUILD-RELATIONSHIPS
                   THRU BUILD-RELATIONSHIPS-EXIT

      *    Rank the whole bank first so each branch line can show
      *    where the customer stands overall.
           SORT RANK-FILE
               ON DESCENDING KEY RNK-NET
               ON ASCENDING KEY RNK-IDX
               INPUT PROCEDURE IS RELEASE-RELATIONSHIPS
                   THRU RELEASE-RELATIONSHIPS-EXIT
               OUTPUT PROCEDURE IS ASSIGN-RANKS
                   THRU ASSIGN-RANKS-EXIT

           SORT RANK-FILE
               ON ASCENDING KEY RNK-BRANCH
               ON DESCENDING KEY RNK-NET
               ON ASCENDING KEY RNK-IDX
               INPUT PROCEDURE IS RELEASE-RELATIONSHIPS
                   THRU RELEASE-RELATIONSHIPS-EXIT
               OUTPUT PROCEDURE IS PRINT-BY-BRANCH
                   THRU PRINT-BY-BRANCH-EXIT

           PERFORM PRINT-BOTTOM-TENTH THRU PRINT-BOTTOM-TENTH-EXIT
           PERFORM PRINT-BANK-TOTALS

           DISPLAY SPACES
           DISPLAY "  Accounts scanned:  " WS-ACCTS-SCANNED
           DISPLAY "  Loans scanned:     " WS-LOANS-SCANNED
           DISPLAY "  Fee entries:       " WS-FEES-COUNTED
           DISPLAY "  Relationships:     " WS-CP-COUNT
           MOVE WS-BANK-NET TO WS-DISP-BIG
           DISPLAY "  Net contribution:  " WS-DISP-BIG
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "  No USD rate:       " WS-UNVALUED-COUNT
                   " account(s) left out"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MAP-OVERFLOW > ZEROS OR WS-CP-OVERFLOW > ZEROS
               DISPLAY "  Table full:        "
                   WS-MAP-OVERFLOW " account/loan(s), "
                   WS-CP-OVERFLOW " relationship(s) left out"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE ACCT-FILE
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
           END-IF
           IF WS-LOAN-IS-OPEN
               CLOSE LOAN-FILE
               MOVE 0 TO WS-LOAN-OPEN-FLAG
           END-IF
           IF WS-SNAP-IS-OPEN
               CLOSE SNAP-FILE
               MOVE 0 TO WS-SNAP-OPEN-FLAG
           END-IF
           IF WS-BR-IS-OPEN
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           IF WS-FX-IS-OPEN
               CLOSE FX-FILE
               MOVE 0 TO WS-FX-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/PROFRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "CUSTOMER PROFITABILITY - YEAR TO DATE"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PERIOD " WS-PERIOD-START " - " WS-PERIOD-END
                   "  FUNDS TRANSFER RATE " WS-DISP-RATE "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "NET = DEPOSIT FUNDS CREDIT - INTEREST PAID"
                   " + FEES + SDB RENT + LOAN INTEREST"
                   " - LOAN FUNDS CHARGE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "WARNING: Could not open report file: "
                   WS-RPT-STATUS
           END-IF.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *================================================================*
      * INPUT PROCEDURE - every account, every loan, and the period's *
      * fee and loan-journal entries, each tagged with its             *
      * relationship.                                                  *
      *================================================================*
       GATHER-FIGURES.
           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM GATHER-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF

           PERFORM GATHER-JOURNAL-FEES THRU GATHER-JOURNAL-FEES-EXIT

           IF WS-LOAN-IS-OPEN
               OPEN INPUT LNTX-FILE
               IF WS-LNTX-OK
                   SET WS-LNTX-IS-OPEN TO TRUE
               END-IF
               MOVE 0 TO WS-LOAN-EOF-FLAG
               MOVE LOW-VALUES TO LOAN-NO
               START LOAN-FILE KEY IS GREATER THAN LOAN-NO
                   INVALID KEY
                       SET WS-LOAN-AT-EOF TO TRUE
               END-START
               PERFORM GATHER-NEXT-LOAN UNTIL WS-LOAN-AT-EOF
               IF WS-LNTX-IS-OPEN
                   MOVE 0 TO WS-LNTX-EOF-FLAG
                   PERFORM GATHER-NEXT-LNTX UNTIL WS-LNTX-AT-EOF
                   CLOSE LNTX-FILE
                   MOVE 0 TO WS-LNTX-OPEN-FLAG
               END-IF
           END-IF.
       GATHER-FIGURES-EXIT.
           EXIT.

       GATHER-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SCANNED
                   PERFORM GATHER-ONE-ACCOUNT
                       THRU GATHER-ONE-ACCOUNT-EXIT
           END-READ.

      *    The account's average balance and funds credit for the
      *    days it was open in the period, and its interest paid, in
      *    USD. A closed account is credited for the days it has
      *    snapshots.
       GATHER-ONE-ACCOUNT.
           MOVE 1 TO WS-USD-RATE
           IF NOT ACCT-CCY-USD AND ACCT-CURRENCY NOT = SPACES
               PERFORM FIND-USD-RATE THRU FIND-USD-RATE-EXIT
               IF WS-USD-RATE = ZEROS
                   ADD 1 TO WS-UNVALUED-COUNT
                   DISPLAY "  " ACCT-NO " " ACCT-CURRENCY
                       " - no USD rate on file, left out"
                   GO TO GATHER-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           IF WS-AM-COUNT NOT < WS-AM-MAX
               ADD 1 TO WS-MAP-OVERFLOW
               GO TO GATHER-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES TO SORT-REC
           IF ACCT-CUST-NO NUMERIC AND ACCT-CUST-NO > ZEROS
               MOVE SPACE        TO SORT-UNLINKED
               MOVE ACCT-CUST-NO TO SORT-CUST
           ELSE
               MOVE "U"          TO SORT-UNLINKED
               MOVE ACCT-NO      TO SORT-CUST
           END-IF
           MOVE "A"           TO SORT-SEQ
           MOVE ACCT-NO       TO SORT-REF
           MOVE ACCT-BRANCH   TO SORT-BRANCH
           IF ACCT-BRANCH = SPACES OR LOW-VALUES
               MOVE "0001" TO SORT-BRANCH
           END-IF
           MOVE ACCT-NAME     TO SORT-NAME
           MOVE "N"           TO SORT-OPEN
           IF NOT ACCT-IS-CLOSED AND NOT ACCT-IS-CHGOFF
               MOVE "Y" TO SORT-OPEN
           END-IF

           ADD 1 TO WS-AM-COUNT
           MOVE ACCT-NO        TO WS-AM-ACCT (WS-AM-COUNT)
           MOVE SORT-UNLINKED  TO WS-AM-UNLINKED (WS-AM-COUNT)
           MOVE SORT-CUST      TO WS-AM-CUST (WS-AM-COUNT)
           MOVE SORT-BRANCH    TO WS-AM-BRANCH (WS-AM-COUNT)
           MOVE WS-USD-RATE    TO WS-AM-USD-RATE (WS-AM-COUNT)

           PERFORM AVERAGE-SNAPSHOTS THRU AVERAGE-SNAPSHOTS-EXIT
           MOVE WS-PERIOD-START TO WS-FROM-DATE
           IF ACCT-OPEN-DT NUMERIC AND ACCT-OPEN-DT > WS-FROM-DATE
               AND ACCT-OPEN-DT NOT > WS-PERIOD-END
               MOVE ACCT-OPEN-DT TO WS-FROM-DATE
           END-IF
           COMPUTE WS-FTP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1
           IF SORT-OPEN = "N"
               MOVE WS-SNAP-CNT TO WS-FTP-DAYS
           END-IF
           COMPUTE SORT-AVG-BAL ROUNDED = WS-AVG-BAL * WS-USD-RATE
           COMPUTE SORT-FTP ROUNDED =
               SORT-AVG-BAL * WS-CFG-FTP-RATE / 100
               * WS-FTP-DAYS / 365
           MOVE ZEROS TO SORT-INT-PAID
           IF ACCT-INT-YTD NUMERIC
               COMPUTE SORT-INT-PAID ROUNDED =
                   ACCT-INT-YTD * WS-USD-RATE
           END-IF
           MOVE ZEROS TO SORT-FEE-CAT
           MOVE ZEROS TO SORT-FEE-AMT
           MOVE ZEROS TO SORT-LOAN-INT
           RELEASE SORT-REC.
       GATHER-ONE-ACCOUNT-EXIT.
           EXIT.

      *    The posted buy rate to USD; zero when no current rate is
      *    on file.
       FIND-USD-RATE.
           MOVE ZEROS TO WS-USD-RATE
           IF NOT WS-FX-IS-OPEN
               GO TO FIND-USD-RATE-EXIT
           END-IF
           MOVE ACCT-CURRENCY TO FX-CCY-FROM
           MOVE "USD"         TO FX-CCY-TO
           READ FX-FILE
               INVALID KEY
                   GO TO FIND-USD-RATE-EXIT
           END-READ
           IF FX-EFF-DATE > WS-TODAY-DATE
               GO TO FIND-USD-RATE-EXIT
           END-IF
           MOVE FX-BUY-RATE TO WS-USD-RATE.
       FIND-USD-RATE-EXIT.
           EXIT.

      *    Average of the period's end-of-day snapshots; the current
      *    balance when the account has none in the period (zero for
      *    a closed account).
       AVERAGE-SNAPSHOTS.
           MOVE ZEROS TO WS-SNAP-SUM
           MOVE ZEROS TO WS-SNAP-CNT
           IF SORT-OPEN = "Y"
               MOVE ACCT-BAL TO WS-AVG-BAL
           ELSE
               MOVE ZEROS TO WS-AVG-BAL
           END-IF
           IF NOT WS-SNAP-IS-OPEN
               GO TO AVERAGE-SNAPSHOTS-EXIT
           END-IF
           MOVE 0 TO WS-SNAP-EOF-FLAG
           MOVE ACCT-NO TO SNAP-ACCT-NO
           MOVE WS-PERIOD-START TO SNAP-DATE
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   SET WS-SNAP-DONE TO TRUE
           END-START
           PERFORM ADD-ONE-SNAPSHOT UNTIL WS-SNAP-DONE
           IF WS-SNAP-CNT > ZEROS
               COMPUTE WS-AVG-BAL ROUNDED = WS-SNAP-SUM / WS-SNAP-CNT
           END-IF.
       AVERAGE-SNAPSHOTS-EXIT.
           EXIT.

       ADD-ONE-SNAPSHOT.
           READ SNAP-FILE NEXT
               AT END
                   SET WS-SNAP-DONE TO TRUE
               NOT AT END
                   IF SNAP-ACCT-NO NOT = ACCT-NO
                       OR SNAP-DATE > WS-PERIOD-END
                       SET WS-SNAP-DONE TO TRUE
                   ELSE
                       ADD SNAP-BALANCE TO WS-SNAP-SUM
                       ADD 1 TO WS-SNAP-CNT
                   END-IF
           END-READ.

      *    Fee income on the deposit journal. A fee counts once it
      *    has posted, even if later reversed or waived; the
      *    reversing entry carries the fee's category and is taken
      *    off again. Entries archived out of the live journal
      *    during the period are on TXNHIST.dat, so the archive is
      *    read first and then the live journal, as SETLREC does.
       GATHER-JOURNAL-FEES.
           MOVE "data/TXNHIST.dat" TO WS-TXN-PATH
           PERFORM SCAN-FEE-JOURNAL THRU SCAN-FEE-JOURNAL-EXIT
           MOVE "data/TRANSACTIONS.dat" TO WS-TXN-PATH
           PERFORM SCAN-FEE-JOURNAL THRU SCAN-FEE-JOURNAL-EXIT.
       GATHER-JOURNAL-FEES-EXIT.
           EXIT.

      *    One pass over one journal file. A site that has never
      *    archived has no TXNHIST.dat.
       SCAN-FEE-JOURNAL.
           MOVE 0 TO WS-TXN-EOF-FLAG
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               IF NOT WS-TXN-FILE-MISSING
                   DISPLAY "WARNING: Cannot open " WS-TXN-PATH
                       " - status " WS-TXN-STATUS
               END-IF
               GO TO SCAN-FEE-JOURNAL-EXIT
           END-IF
           PERFORM GATHER-NEXT-TXN UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       SCAN-FEE-JOURNAL-EXIT.
           EXIT.

       GATHER-NEXT-TXN.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   PERFORM GATHER-ONE-FEE THRU GATHER-ONE-FEE-EXIT
           END-READ.

       GATHER-ONE-FEE.
           MOVE ZEROS TO WS-CAT-IDX
           PERFORM MATCH-FEE-CATEGORY
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-FEE-CAT-COUNT
               OR WS-CAT-IDX > ZEROS
           IF WS-CAT-IDX = ZEROS OR WS-CAT-IDX = WS-LFEC-CAT
               GO TO GATHER-ONE-FEE-EXIT
           END-IF
           IF TXN-IS-REVERSAL
               IF NOT TXN-IS-COMPLETE
                   GO TO GATHER-ONE-FEE-EXIT
               END-IF
               COMPUTE WS-FEE-AMT = 0 - TXN-AMOUNT
           ELSE
               IF NOT TXN-IS-COMPLETE AND NOT TXN-IS-REVERSED
                   GO TO GATHER-ONE-FEE-EXIT
               END-IF
               MOVE TXN-AMOUNT TO WS-FEE-AMT
           END-IF
           MOVE TXN-DATE TO WS-ENTRY-DATE
           IF TXN-EFF-DATE NUMERIC AND TXN-EFF-DATE > ZEROS
               MOVE TXN-EFF-DATE TO WS-ENTRY-DATE
           END-IF
           IF WS-ENTRY-DATE < WS-PERIOD-START
               OR WS-ENTRY-DATE > WS-PERIOD-END
               GO TO GATHER-ONE-FEE-EXIT
           END-IF
           MOVE TXN-ACCT-NO TO WS-FIND-NO
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
           IF WS-FIND-IDX = ZEROS
               GO TO GATHER-ONE-FEE-EXIT
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE WS-AM-UNLINKED (WS-FIND-IDX) TO SORT-UNLINKED
           MOVE WS-AM-CUST (WS-FIND-IDX)     TO SORT-CUST
           MOVE "F"                          TO SORT-SEQ
           MOVE TXN-ACCT-NO                  TO SORT-REF
           MOVE WS-AM-BRANCH (WS-FIND-IDX)   TO SORT-BRANCH
           MOVE "N"                          TO SORT-OPEN
           MOVE ZEROS TO SORT-AVG-BAL
           MOVE ZEROS TO SORT-FTP
           MOVE ZEROS TO SORT-INT-PAID
           MOVE ZEROS TO SORT-LOAN-INT
           MOVE WS-CAT-IDX TO SORT-FEE-CAT
           COMPUTE SORT-FEE-AMT ROUNDED =
               WS-FEE-AMT * WS-AM-USD-RATE (WS-FIND-IDX)
           ADD 1 TO WS-FEES-COUNTED
           RELEASE SORT-REC.
       GATHER-ONE-FEE-EXIT.
           EXIT.

       MATCH-FEE-CATEGORY.
           IF TXN-CATEGORY = WS-FEE-CAT-CODE (WS-FIND-IDX)
               MOVE WS-FIND-IDX TO WS-CAT-IDX
           END-IF.

       GATHER-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   PERFORM GATHER-ONE-LOAN THRU GATHER-ONE-LOAN-EXIT
           END-READ.

      *    The loan's funds charge on its balance for the days it was
      *    on the books in the period. Its branch is that of the
      *    account it funds from. Interest collected comes from the
      *    loan journal; without one, the loan's paid-to-date
      *    interest stands in.
       GATHER-ONE-LOAN.
           IF WS-LM-COUNT NOT < WS-LM-MAX
               ADD 1 TO WS-MAP-OVERFLOW
               GO TO GATHER-ONE-LOAN-EXIT
           END-IF
           MOVE SPACES TO SORT-REC
           IF LOAN-CUST-NO NUMERIC AND LOAN-CUST-NO > ZEROS
               MOVE SPACE        TO SORT-UNLINKED
               MOVE LOAN-CUST-NO TO SORT-CUST
           ELSE
               MOVE "N"          TO SORT-UNLINKED
               MOVE LOAN-NO      TO SORT-CUST
           END-IF
           MOVE "L"           TO SORT-SEQ
           MOVE LOAN-NO       TO SORT-REF
           MOVE LOAN-NAME     TO SORT-NAME
           MOVE "N"           TO SORT-OPEN
           IF LOAN-IS-ACTIVE
               MOVE "Y" TO SORT-OPEN
           END-IF
           MOVE SPACES TO SORT-BRANCH
           MOVE LOAN-FUND-ACCT TO WS-FIND-NO
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
           IF WS-FIND-IDX > ZEROS
               MOVE WS-AM-BRANCH (WS-FIND-IDX) TO SORT-BRANCH
           END-IF

           ADD 1 TO WS-LM-COUNT
           MOVE LOAN-NO       TO WS-LM-LOAN (WS-LM-COUNT)
           MOVE SORT-UNLINKED TO WS-LM-UNLINKED (WS-LM-COUNT)
           MOVE SORT-CUST     TO WS-LM-CUST (WS-LM-COUNT)
           MOVE SORT-BRANCH   TO WS-LM-BRANCH (WS-LM-COUNT)

           MOVE ZEROS TO SORT-AVG-BAL
           MOVE ZEROS TO SORT-FTP
           IF LOAN-IS-ACTIVE
               MOVE WS-PERIOD-START TO WS-FROM-DATE
               IF LOAN-OPEN-DT NUMERIC
                   AND LOAN-OPEN-DT > WS-FROM-DATE
                   AND LOAN-OPEN-DT NOT > WS-PERIOD-END
                   MOVE LOAN-OPEN-DT TO WS-FROM-DATE
               END-IF
               COMPUTE WS-FTP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                   - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1
               MOVE LOAN-BALANCE TO SORT-AVG-BAL
               COMPUTE SORT-FTP ROUNDED =
                   LOAN-BALANCE * WS-CFG-FTP-RATE / 100
                   * WS-FTP-DAYS / 365
           END-IF
           MOVE ZEROS TO SORT-INT-PAID
           MOVE ZEROS TO SORT-FEE-CAT
           MOVE ZEROS TO SORT-FEE-AMT
           MOVE ZEROS TO SORT-LOAN-INT
           IF NOT WS-LNTX-IS-OPEN AND LOAN-PAID-INT NUMERIC
               MOVE LOAN-PAID-INT TO SORT-LOAN-INT
           END-IF
           RELEASE SORT-REC.
       GATHER-ONE-LOAN-EXIT.
           EXIT.

       GATHER-NEXT-LNTX.
           READ LNTX-FILE
               AT END
                   SET WS-LNTX-AT-EOF TO TRUE
               NOT AT END
                   PERFORM GATHER-ONE-LNTX THRU GATHER-ONE-LNTX-EXIT
           END-READ.

      *    Interest and late charges collected on the loan book in
      *    the period.
       GATHER-ONE-LNTX.
           IF NOT LNTX-IS-INTEREST AND NOT LNTX-IS-FEE-PAID
               GO TO GATHER-ONE-LNTX-EXIT
           END-IF
           IF LNTX-DATE < WS-PERIOD-START
               OR LNTX-DATE > WS-PERIOD-END
               GO TO GATHER-ONE-LNTX-EXIT
           END-IF
           MOVE LNTX-LOAN-NO TO WS-FIND-NO
           PERFORM FIND-LOAN THRU FIND-LOAN-EXIT
           IF WS-FIND-IDX = ZEROS
               GO TO GATHER-ONE-LNTX-EXIT
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE WS-LM-UNLINKED (WS-FIND-IDX) TO SORT-UNLINKED
           MOVE WS-LM-CUST (WS-FIND-IDX)     TO SORT-CUST
           MOVE "T"                          TO SORT-SEQ
           MOVE LNTX-LOAN-NO                 TO SORT-REF
           MOVE WS-LM-BRANCH (WS-FIND-IDX)   TO SORT-BRANCH
           MOVE "N"                          TO SORT-OPEN
           MOVE ZEROS TO SORT-AVG-BAL
           MOVE ZEROS TO SORT-FTP
           MOVE ZEROS TO SORT-INT-PAID
           MOVE ZEROS TO SORT-FEE-CAT
           MOVE ZEROS TO SORT-FEE-AMT
           MOVE ZEROS TO SORT-LOAN-INT
           IF LNTX-IS-INTEREST
               MOVE LNTX-AMOUNT TO SORT-LOAN-INT
           ELSE
               MOVE WS-LFEC-CAT TO SORT-FEE-CAT
               MOVE LNTX-AMOUNT TO SORT-FEE-AMT
               ADD 1 TO WS-FEES-COUNTED
           END-IF
           RELEASE SORT-REC.
       GATHER-ONE-LNTX-EXIT.
           EXIT.

      *    Binary searches of the account and loan tables (both
      *    built in key order) for WS-FIND-NO; WS-FIND-IDX is zero
      *    when it is not there.
       FIND-ACCOUNT.
           MOVE ZEROS TO WS-FIND-IDX
           IF WS-AM-COUNT = ZEROS
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           MOVE 1 TO WS-LO
           MOVE WS-AM-COUNT TO WS-HI
           PERFORM FIND-ACCOUNT-STEP
               UNTIL WS-LO > WS-HI OR WS-FIND-IDX > ZEROS.
       FIND-ACCOUNT-EXIT.
           EXIT.

       FIND-ACCOUNT-STEP.
           COMPUTE WS-MID = (WS-LO + WS-HI) / 2
           EVALUATE TRUE
               WHEN WS-AM-ACCT (WS-MID) = WS-FIND-NO
                   MOVE WS-MID TO WS-FIND-IDX
               WHEN WS-AM-ACCT (WS-MID) < WS-FIND-NO
                   COMPUTE WS-LO = WS-MID + 1
               WHEN OTHER
                   IF WS-MID = 1
                       MOVE ZEROS TO WS-HI
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
           END-EVALUATE.

       FIND-LOAN.
           MOVE ZEROS TO WS-FIND-IDX
           IF WS-LM-COUNT = ZEROS
               GO TO FIND-LOAN-EXIT
           END-IF
           MOVE 1 TO WS-LO
           MOVE WS-LM-COUNT TO WS-HI
           PERFORM FIND-LOAN-STEP
               UNTIL WS-LO > WS-HI OR WS-FIND-IDX > ZEROS.
       FIND-LOAN-EXIT.
           EXIT.

       FIND-LOAN-STEP.
           COMPUTE WS-MID = (WS-LO + WS-HI) / 2
           EVALUATE TRUE
               WHEN WS-LM-LOAN (WS-MID) = WS-FIND-NO
                   MOVE WS-MID TO WS-FIND-IDX
               WHEN WS-LM-LOAN (WS-MID) < WS-FIND-NO
                   COMPUTE WS-LO = WS-MID + 1
               WHEN OTHER
                   IF WS-MID = 1
                       MOVE ZEROS TO WS-HI
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
           END-EVALUATE.

      *================================================================*
      * OUTPUT PROCEDURE - one control break per relationship, adding *
      * its figures into the relationship table. A relationship with  *
      * nothing open and nothing earned or paid in the period is      *
      * dropped.                                                       *
      *================================================================*
       BUILD-RELATIONSHIPS.
           MOVE 0 TO WS-SORT-EOF-FLAG
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM BUILD-ONE-RELATIONSHIP UNTIL WS-SORT-EOF.
       BUILD-RELATIONSHIPS-EXIT.
           EXIT.

       BUILD-ONE-RELATIONSHIP.
           MOVE SORT-UNLINKED TO WS-PREV-UNLINKED
           MOVE SORT-CUST     TO WS-PREV-CUST
           MOVE 0 TO WS-REL-ACTIVE-FLAG
           MOVE 0 TO WS-REL-TABLE-FULL
           IF WS-CP-COUNT NOT < WS-CP-MAX
               SET WS-REL-SKIPPED TO TRUE
               ADD 1 TO WS-CP-OVERFLOW
           ELSE
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-IDX
               PERFORM START-RELATIONSHIP
           END-IF
           PERFORM ADD-SORTED-FIGURE
               UNTIL WS-SORT-EOF
               OR SORT-UNLINKED NOT = WS-PREV-UNLINKED
               OR SORT-CUST NOT = WS-PREV-CUST
           IF NOT WS-REL-SKIPPED
               PERFORM END-RELATIONSHIP THRU END-RELATIONSHIP-EXIT
           END-IF.

       START-RELATIONSHIP.
           MOVE SORT-UNLINKED TO WS-CP-UNLINKED (WS-CP-IDX)
           MOVE SORT-CUST     TO WS-CP-KEY (WS-CP-IDX)
           MOVE SORT-NAME     TO WS-CP-NAME (WS-CP-IDX)
           MOVE SPACES        TO WS-CP-BRANCH (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-AVG-DEP (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-LOAN-BAL (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-DEP-FTP (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-INT-PAID (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-FEES (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-SDB (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-LOAN-INT (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-LOAN-FTP (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-NET (WS-CP-IDX)
           MOVE ZEROS TO WS-CP-RANK (WS-CP-IDX)
           IF SORT-UNLINKED = SPACE AND WS-CUST-IS-OPEN
               MOVE SORT-CUST TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CP-NAME (WS-CP-IDX)
               END-READ
           END-IF.

       ADD-SORTED-FIGURE.
           IF NOT WS-REL-SKIPPED
               PERFORM ADD-ONE-FIGURE
           END-IF
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       ADD-ONE-FIGURE.
           IF WS-CP-BRANCH (WS-CP-IDX) = SPACES
               MOVE SORT-BRANCH TO WS-CP-BRANCH (WS-CP-IDX)
           END-IF
           IF WS-CP-NAME (WS-CP-IDX) = SPACES
               MOVE SORT-NAME TO WS-CP-NAME (WS-CP-IDX)
           END-IF
           IF SORT-OPEN = "Y"
               SET WS-REL-HAS-OPEN TO TRUE
           END-IF
           EVALUATE SORT-SEQ
               WHEN "A"
                   ADD SORT-AVG-BAL TO WS-CP-AVG-DEP (WS-CP-IDX)
                   ADD SORT-FTP TO WS-CP-DEP-FTP (WS-CP-IDX)
                   ADD SORT-INT-PAID TO WS-CP-INT-PAID (WS-CP-IDX)
               WHEN "L"
                   ADD SORT-AVG-BAL TO WS-CP-LOAN-BAL (WS-CP-IDX)
                   ADD SORT-FTP TO WS-CP-LOAN-FTP (WS-CP-IDX)
                   ADD SORT-LOAN-INT TO WS-CP-LOAN-INT (WS-CP-IDX)
               WHEN OTHER
                   ADD SORT-LOAN-INT TO WS-CP-LOAN-INT (WS-CP-IDX)
                   IF SORT-FEE-CAT > ZEROS
                       ADD SORT-FEE-AMT
                           TO WS-FEE-CAT-TOTAL (SORT-FEE-CAT)
                       IF SORT-FEE-CAT = WS-SDB-CAT
                           ADD SORT-FEE-AMT TO WS-CP-SDB (WS-CP-IDX)
                       ELSE
                           ADD SORT-FEE-AMT
                               TO WS-CP-FEES (WS-CP-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       END-RELATIONSHIP.
           IF WS-CP-BRANCH (WS-CP-IDX) = SPACES
               MOVE "0001" TO WS-CP-BRANCH (WS-CP-IDX)
           END-IF
           COMPUTE WS-CP-NET (WS-CP-IDX) =
               WS-CP-DEP-FTP (WS-CP-IDX)
               - WS-CP-INT-PAID (WS-CP-IDX)
               + WS-CP-FEES (WS-CP-IDX)
               + WS-CP-SDB (WS-CP-IDX)
               + WS-CP-LOAN-INT (WS-CP-IDX)
               - WS-CP-LOAN-FTP (WS-CP-IDX)
           IF NOT WS-REL-HAS-OPEN
               AND WS-CP-NET (WS-CP-IDX) = ZEROS
               AND WS-CP-INT-PAID (WS-CP-IDX) = ZEROS
               AND WS-CP-LOAN-INT (WS-CP-IDX) = ZEROS
               SUBTRACT 1 FROM WS-CP-COUNT
               GO TO END-RELATIONSHIP-EXIT
           END-IF
           ADD WS-CP-AVG-DEP (WS-CP-IDX)  TO WS-BANK-AVG-DEP
           ADD WS-CP-LOAN-BAL (WS-CP-IDX) TO WS-BANK-LOAN-BAL
           ADD WS-CP-DEP-FTP (WS-CP-IDX)  TO WS-BANK-DEP-FTP
           ADD WS-CP-INT-PAID (WS-CP-IDX) TO WS-BANK-INT-PAID
           ADD WS-CP-FEES (WS-CP-IDX)     TO WS-BANK-FEES
           ADD WS-CP-SDB (WS-CP-IDX)      TO WS-BANK-SDB
           ADD WS-CP-LOAN-INT (WS-CP-IDX) TO WS-BANK-LOAN-INT
           ADD WS-CP-LOAN-FTP (WS-CP-IDX) TO WS-BANK-LOAN-FTP
           ADD WS-CP-NET (WS-CP-IDX)      TO WS-BANK-NET.
       END-RELATIONSHIP-EXIT.
           EXIT.

      *================================================================*
      * Ranking and the branch listing both sort the relationship     *
      * table.                                                         *
      *================================================================*
       RELEASE-RELATIONSHIPS.
           PERFORM RELEASE-ONE-RELATIONSHIP
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT.
       RELEASE-RELATIONSHIPS-EXIT.
           EXIT.

       RELEASE-ONE-RELATIONSHIP.
           MOVE WS-CP-BRANCH (WS-CP-IDX) TO RNK-BRANCH
           MOVE WS-CP-NET (WS-CP-IDX)    TO RNK-NET
           MOVE WS-CP-IDX                TO RNK-IDX
           RELEASE RNK-REC.

       ASSIGN-RANKS.
           MOVE ZEROS TO WS-RANK
           MOVE 0 TO WS-RANK-EOF-FLAG
           PERFORM ASSIGN-NEXT-RANK UNTIL WS-RANK-EOF.
       ASSIGN-RANKS-EXIT.
           EXIT.

       ASSIGN-NEXT-RANK.
           RETURN RANK-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RANK
                   MOVE WS-RANK TO WS-CP-RANK (RNK-IDX)
                   MOVE RNK-IDX TO WS-RANK-CP (WS-RANK)
           END-RETURN.

       PRINT-BY-BRANCH.
           MOVE SPACES TO WS-PREV-BRANCH
           MOVE 0 TO WS-RANK-EOF-FLAG
           RETURN RANK-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
           END-RETURN
           IF WS-RANK-EOF
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "(No relationships in the period)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-BY-BRANCH-EXIT
           END-IF
           PERFORM PRINT-ONE-BRANCH UNTIL WS-RANK-EOF.
       PRINT-BY-BRANCH-EXIT.
           EXIT.

       PRINT-ONE-BRANCH.
           MOVE RNK-BRANCH TO WS-PREV-BRANCH
           MOVE ZEROS TO WS-BR-TOTALS
           MOVE SPACES TO WS-BR-NAME-DISP
           IF WS-BR-IS-OPEN
               MOVE RNK-BRANCH TO BR-CODE
               READ BR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-NAME TO WS-BR-NAME-DISP
               END-READ
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " WS-PREV-BRANCH " " WS-BR-NAME-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS
           PERFORM PRINT-BRANCH-LINE
               UNTIL WS-RANK-EOF OR RNK-BRANCH NOT = WS-PREV-BRANCH

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-BR-COUNT TO WS-DISP-CNT
           MOVE WS-BR-AVG-DEP TO WS-DISP-A1
           MOVE WS-BR-LOAN-BAL TO WS-DISP-A2
           MOVE WS-BR-NET TO WS-DISP-A3
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH " TOTAL " WS-DISP-CNT
               " CUSTOMERS      " WS-DISP-A1 WS-DISP-A2 " "
               WS-DISP-A3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BR-FEES TO WS-DISP-A1
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BRANCH FEE INCOME AND SDB RENT   " WS-DISP-A1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING " RANK CUSTOMER NAME"
               "                        AVG DEPOSITS"
               "      LOAN BAL    NET CONTRIB"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "        FUNDS CR"
               "      INT PAID" "          FEES" "      SDB RENT"
               "      LOAN INT" "    LOAN FUNDS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-BRANCH-LINE.
           MOVE RNK-IDX TO WS-CP-IDX
           PERFORM PRINT-RELATIONSHIP
           ADD 1 TO WS-BR-COUNT
           ADD WS-CP-AVG-DEP (WS-CP-IDX)  TO WS-BR-AVG-DEP
           ADD WS-CP-LOAN-BAL (WS-CP-IDX) TO WS-BR-LOAN-BAL
           ADD WS-CP-FEES (WS-CP-IDX)     TO WS-BR-FEES
           ADD WS-CP-SDB (WS-CP-IDX)      TO WS-BR-FEES
           ADD WS-CP-NET (WS-CP-IDX)      TO WS-BR-NET
           RETURN RANK-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
           END-RETURN.

      *    Two lines per relationship: who and how much, then how the
      *    net contribution is made up.
       PRINT-RELATIONSHIP.
           MOVE WS-CP-RANK (WS-CP-IDX) TO WS-DISP-RANK
           MOVE WS-CP-AVG-DEP (WS-CP-IDX) TO WS-DISP-A1
           MOVE WS-CP-LOAN-BAL (WS-CP-IDX) TO WS-DISP-A2
           MOVE WS-CP-NET (WS-CP-IDX) TO WS-DISP-A3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DISP-RANK " " WS-CP-UNLINKED (WS-CP-IDX)
               WS-CP-KEY (WS-CP-IDX) " "
               WS-CP-NAME (WS-CP-IDX) (1:24) " "
               WS-DISP-A1 WS-DISP-A2 " " WS-DISP-A3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-CP-DEP-FTP (WS-CP-IDX) TO WS-DISP-A1
           MOVE WS-CP-INT-PAID (WS-CP-IDX) TO WS-DISP-A2
           MOVE WS-CP-FEES (WS-CP-IDX) TO WS-DISP-A3
           MOVE WS-CP-SDB (WS-CP-IDX) TO WS-DISP-A4
           MOVE WS-CP-LOAN-INT (WS-CP-IDX) TO WS-DISP-A5
           MOVE WS-CP-LOAN-FTP (WS-CP-IDX) TO WS-DISP-A6
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-DISP-A1 WS-DISP-A2 WS-DISP-A3
               WS-DISP-A4 WS-DISP-A5 WS-DISP-A6
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    The lowest-ranked tenth of the bank's relationships (at
      *    least one), worst first.
       PRINT-BOTTOM-TENTH.
           IF WS-CP-COUNT = ZEROS
               GO TO PRINT-BOTTOM-TENTH-EXIT
           END-IF
           COMPUTE WS-BOTTOM-COUNT = (WS-CP-COUNT + 9) / 10
           COMPUTE WS-BOTTOM-FROM = WS-CP-COUNT - WS-BOTTOM-COUNT + 1
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-BOTTOM-COUNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "BOTTOM 10% OF RELATIONSHIPS - " WS-DISP-CNT
               " CUSTOMERS, LEAST PROFITABLE FIRST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS
           PERFORM PRINT-BOTTOM-LINE
               VARYING WS-RANK FROM WS-CP-COUNT BY -1
               UNTIL WS-RANK < WS-BOTTOM-FROM.
       PRINT-BOTTOM-TENTH-EXIT.
           EXIT.

       PRINT-BOTTOM-LINE.
           MOVE WS-RANK-CP (WS-RANK) TO WS-CP-IDX
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BRANCH " WS-CP-BRANCH (WS-CP-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-RELATIONSHIP.

       PRINT-BANK-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "FEE INCOME BY CATEGORY" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-FEE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-FEE-CAT-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "BANK TOTALS" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-CP-COUNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  RELATIONSHIPS                " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-AVG-DEP TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  AVERAGE DEPOSITS         " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-LOAN-BAL TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOAN BALANCES            " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-DEP-FTP TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DEPOSIT FUNDS CREDIT     " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-INT-PAID TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LESS INTEREST PAID       " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-FEES TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  FEE INCOME               " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-SDB TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SAFE DEPOSIT RENT        " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-LOAN-INT TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOAN INTEREST COLLECTED  " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-LOAN-FTP TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LESS LOAN FUNDS CHARGE   " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-NET TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NET CONTRIBUTION         " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-UNVALUED-COUNT > ZEROS OR WS-MAP-OVERFLOW > ZEROS
               OR WS-CP-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NOT INCLUDED: " WS-UNVALUED-COUNT
                   " WITHOUT USD RATE, " WS-MAP-OVERFLOW
                   " ACCOUNTS/LOANS AND " WS-CP-OVERFLOW
                   " RELATIONSHIPS OVER TABLE SIZE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       PRINT-FEE-CATEGORY.
           MOVE WS-FEE-CAT-TOTAL (WS-CAT-IDX) TO WS-DISP-BIG
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-FEE-CAT-CODE (WS-CAT-IDX) "  "
               WS-FEE-CAT-NAME (WS-CAT-IDX) " " WS-DISP-BIG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

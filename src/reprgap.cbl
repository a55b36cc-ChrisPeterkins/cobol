       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRGAP.
      *================================================================*
      * REPRGAP - Interest Rate Repricing Gap Report                   *
      * Month-end step for ALCO. Rate-sensitive assets (loans) and     *
      * liabilities (interest-bearing deposits) are placed in the      *
      * time bucket in which they reprice or run off - 0-3, 3-6,       *
      * 6-12, 12-36 and 36+ months from the banking date - and the     *
      * report shows each side's amount and weighted average rate per  *
      * bucket with the periodic and cumulative gap.                   *
      *   CDs            - by ACCT-MATURITY-DT (matured: 0-3 months).  *
      *   Savings, MMkt  - 0-3 months; the board can move the RATEMNT *
      *                    tier at any time.                           *
      *   Fixed loans    - each scheduled principal payment from       *
      *                    LOAN-NEXT-DUE-DT on the amortization of     *
      *                    LOAN-PMT-AMT; the balance left at 36        *
      *                    months goes in 36+.                         *
      *   Variable loans - scheduled principal until the next          *
      *                    adjustment (LOAN-NEXT-REPRICE-DT), then the *
      *                    whole remaining balance in that bucket.     *
      *   Credit lines   - the drawn balance at the next adjustment,   *
      *                    or 0-3 months on a fixed-rate line.         *
      * Deposit rates are the RATEMNT tier INTPOST would pay, else the *
      * account's own ACCT-INT-RATE. Foreign-currency balances are     *
      * valued in USD at the FX-REC buy rate; one with no rate on file *
      * is left out and counted. Non-interest checking is shown as a   *
      * memo line, outside the gap. Read-only; the report is           *
      * data/REPRGAP-<date>.txt.                                       *
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

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "data/RATETBL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  RATE-FILE.
       COPY RATE-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
       01  WS-LOAN-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LOAN-IS-OPEN       VALUE 1.
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

       01  WS-RATE-STATUS        PIC XX.
           88  WS-RATE-OK            VALUE "00".
       01  WS-RATE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-RATE-IS-OPEN       VALUE 1.
       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE     VALUE 1.
       01  WS-TIER-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-TIER-FOUND         VALUE 1.
       01  WS-APPLY-RATE         PIC 9(2)V9(4).
      *    Rate table the account in hand reads: its product's, or
      *    its own ACCT-TYPE when it has no product on file.
       01  WS-RATE-TABLE         PIC X(1) VALUE SPACES.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.

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

       01  WS-BUCKET-NAMES.
           05  FILLER            PIC X(9) VALUE "0-3 MO".
           05  FILLER            PIC X(9) VALUE "3-6 MO".
           05  FILLER            PIC X(9) VALUE "6-12 MO".
           05  FILLER            PIC X(9) VALUE "12-36 MO".
           05  FILLER            PIC X(9) VALUE "36+ MO".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME    PIC X(9) OCCURS 5 TIMES.

      *    Amount and amount-times-rate per bucket on each side; the
      *    weighted average rate is the second over the first.
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 5 TIMES.
               10  WS-GAP-ASSETS     PIC 9(13)V99.
               10  WS-GAP-ASSET-WT   PIC 9(15)V9(6).
               10  WS-GAP-LIABS      PIC 9(13)V99.
               10  WS-GAP-LIAB-WT    PIC 9(15)V9(6).
       01  WS-BKT                PIC 9(1).
       01  WS-TOTAL-ASSETS       PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-ASSET-WT     PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-TOTAL-LIABS        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-LIAB-WT      PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-PERIOD-GAP         PIC S9(13)V99.
       01  WS-CUM-GAP            PIC S9(13)V99.
       01  WS-WAVG-RATE          PIC 9(2)V9(4).
       01  WS-GAP-RATIO          PIC S9(5)V99.
       01  WS-CHECKING-BAL       PIC 9(13)V99 VALUE ZEROS.

      *    Months from the banking date to a date, whole months only
      *    (a day of month short of the banking date's counts the
      *    month as not yet reached); a past date is month zero.
       01  WS-CALC-DATE          PIC 9(8).
       01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05  WS-CALC-YEAR      PIC 9(4).
           05  WS-CALC-MONTH     PIC 9(2).
           05  WS-CALC-DAY       PIC 9(2).
       01  WS-MONTHS-AHEAD       PIC S9(5).
       01  WS-PLACE-MONTHS       PIC S9(5).

      *--- One loan's run-off ---
       01  WS-AMORT-BAL          PIC 9(11)V99.
       01  WS-AMORT-INT          PIC 9(9)V99.
       01  WS-AMORT-PRINC        PIC 9(11)V99.
       01  WS-AMORT-MONTH        PIC S9(5).
       01  WS-REPRICE-MONTH      PIC S9(5).
       01  WS-AMORT-DONE-FLAG    PIC 9 VALUE 0.
           88  WS-AMORT-DONE         VALUE 1.
       01  WS-PLACE-AMT          PIC 9(13)V99.
       01  WS-PLACE-RATE         PIC 9(2)V9(4).

       01  WS-USD-BAL            PIC 9(11)V99.
       01  WS-ACCTS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-DEPOSITS-COUNTED   PIC 9(7) VALUE 0.
       01  WS-LOANS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-LOANS-COUNTED      PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT     PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR     PIC 9(4).
           05  WS-TODAY-MONTH    PIC 9(2).
           05  WS-TODAY-DAY      PIC 9(2).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISP-AMT2          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DISP-GAP           PIC ---,---,---,--9.
       01  WS-DISP-GAP2          PIC ---,---,---,--9.
       01  WS-DISP-RATE          PIC Z9.99.
       01  WS-DISP-RATE2         PIC Z9.99.
       01  WS-DISP-RATIO         PIC ----9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  REPRICING GAP REPORT"
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

      *    No loan file is a bank with no rate-sensitive assets yet;
      *    no rate table leaves every deposit on its own rate.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-OK
               SET WS-LOAN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-OK
               SET WS-RATE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
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

           MOVE ZEROS TO WS-GAP-TABLE

           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF

           IF WS-LOAN-IS-OPEN
               MOVE LOW-VALUES TO LOAN-NO
               START LOAN-FILE KEY IS GREATER THAN LOAN-NO
                   INVALID KEY
                       SET WS-LOAN-AT-EOF TO TRUE
               END-START
               PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF
           END-IF

           PERFORM OPEN-RPT-FILE
           PERFORM PRINT-GAP-TABLE THRU PRINT-GAP-TABLE-EXIT

           DISPLAY SPACES
           DISPLAY "  Accounts scanned:  " WS-ACCTS-SCANNED
           DISPLAY "  Deposits counted:  " WS-DEPOSITS-COUNTED
           DISPLAY "  Loans scanned:     " WS-LOANS-SCANNED
           DISPLAY "  Loans counted:     " WS-LOANS-COUNTED
           MOVE WS-TOTAL-ASSETS TO WS-DISP-AMT
           DISPLAY "  RS assets:         " WS-DISP-AMT
           MOVE WS-TOTAL-LIABS TO WS-DISP-AMT
           DISPLAY "  RS liabilities:    " WS-DISP-AMT
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "  No USD rate:       " WS-UNVALUED-COUNT
                   " account(s) left out"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE ACCT-FILE
           IF WS-LOAN-IS-OPEN
               CLOSE LOAN-FILE
               MOVE 0 TO WS-LOAN-OPEN-FLAG
           END-IF
           IF WS-RATE-IS-OPEN
               CLOSE RATE-FILE
               MOVE 0 TO WS-RATE-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-FX-IS-OPEN
               CLOSE FX-FILE
               MOVE 0 TO WS-FX-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/REPRGAP-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "INTEREST RATE REPRICING GAP" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "AS OF " WS-TODAY-DATE
                   "  RS = RATE-SENSITIVE, USD, RATES IN PERCENT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "BUCKET         RS ASSETS  RATE"
                   "   RS LIABILITIES  RATE"
                   "     PERIODIC GAP   CUMULATIVE GAP"
                   "   CUM/RSA"
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
      * Liabilities - interest-bearing deposits.                       *
      *================================================================*
       PROCESS-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SCANNED
                   PERFORM PLACE-ONE-DEPOSIT
                       THRU PLACE-ONE-DEPOSIT-EXIT
           END-READ.

       PLACE-ONE-DEPOSIT.
           IF ACCT-IS-CLOSED OR ACCT-IS-CHGOFF
               GO TO PLACE-ONE-DEPOSIT-EXIT
           END-IF
           IF ACCT-BAL NOT > ZEROS
               GO TO PLACE-ONE-DEPOSIT-EXIT
           END-IF
           IF ACCT-CCY-USD OR ACCT-CURRENCY = SPACES
               MOVE ACCT-BAL TO WS-USD-BAL
           ELSE
               PERFORM VALUE-IN-USD THRU VALUE-IN-USD-EXIT
               IF WS-USD-BAL = ZEROS
                   ADD 1 TO WS-UNVALUED-COUNT
                   DISPLAY "  " ACCT-NO " " ACCT-CURRENCY
                       " - no USD rate on file, left out"
                   GO TO PLACE-ONE-DEPOSIT-EXIT
               END-IF
           END-IF
           IF NOT (ACCT-IS-SAVINGS OR ACCT-IS-CD OR ACCT-IS-MMKT)
               ADD WS-USD-BAL TO WS-CHECKING-BAL
               GO TO PLACE-ONE-DEPOSIT-EXIT
           END-IF

           PERFORM LOOK-UP-TIER-RATE THRU LOOK-UP-TIER-RATE-EXIT
           IF NOT WS-TIER-FOUND
               MOVE ZEROS TO WS-APPLY-RATE
               IF ACCT-INT-RATE NUMERIC
                   MOVE ACCT-INT-RATE TO WS-APPLY-RATE
               END-IF
           END-IF
           MOVE ZEROS TO WS-PLACE-MONTHS
           IF ACCT-IS-CD AND ACCT-MATURITY-DT NUMERIC
               MOVE ACCT-MATURITY-DT TO WS-CALC-DATE
               PERFORM COMPUTE-MONTHS-AHEAD
               MOVE WS-MONTHS-AHEAD TO WS-PLACE-MONTHS
           END-IF
           PERFORM SET-BUCKET
           ADD WS-USD-BAL TO WS-GAP-LIABS(WS-BKT)
           COMPUTE WS-GAP-LIAB-WT(WS-BKT) =
               WS-GAP-LIAB-WT(WS-BKT) + WS-USD-BAL * WS-APPLY-RATE
           ADD 1 TO WS-DEPOSITS-COUNTED.
       PLACE-ONE-DEPOSIT-EXIT.
           EXIT.

      *    The rate INTPOST would pay: the highest band of the
      *    account's rate table (its product's, else its type's)
      *    whose minimum balance it reaches, skipping
      *    rows whose effective date is still in the future (a
      *    band with a change pending answers with its prior terms).
       LOOK-UP-TIER-RATE.
           MOVE 0 TO WS-TIER-FOUND-FLAG
           MOVE ZEROS TO WS-APPLY-RATE
           IF NOT WS-RATE-IS-OPEN
               GO TO LOOK-UP-TIER-RATE-EXIT
           END-IF
           MOVE ACCT-TYPE TO WS-RATE-TABLE
           IF WS-PROD-IS-OPEN
               AND ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               MOVE ACCT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   NOT INVALID KEY
                       IF PROD-RATE-TABLE NOT = SPACES
                           MOVE PROD-RATE-TABLE TO WS-RATE-TABLE
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO WS-RATE-EOF-FLAG
           MOVE WS-RATE-TABLE TO RATE-ACCT-TYPE
           MOVE ZEROS TO RATE-BAND
           START RATE-FILE KEY IS GREATER THAN RATE-KEY
               INVALID KEY
                   GO TO LOOK-UP-TIER-RATE-EXIT
           END-START
           PERFORM CHECK-ONE-RATE-BAND UNTIL WS-RATE-SCAN-DONE.
       LOOK-UP-TIER-RATE-EXIT.
           EXIT.

       CHECK-ONE-RATE-BAND.
           READ RATE-FILE NEXT
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF RATE-ACCT-TYPE NOT = WS-RATE-TABLE
                       SET WS-RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF RATE-EFF-DATE NOT > WS-TODAY-DATE
                           AND ACCT-BAL >= RATE-MIN-BALANCE
                           MOVE RATE-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                       IF RATE-EFF-DATE > WS-TODAY-DATE
                           AND RATE-PRIOR-EFF-DT NUMERIC
                           AND RATE-PRIOR-EFF-DT > ZEROS
                           AND RATE-PRIOR-EFF-DT NOT > WS-TODAY-DATE
                           AND ACCT-BAL >= RATE-PRIOR-MIN-BAL
                           MOVE RATE-PRIOR-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    A balance in another currency at the posted buy rate to
      *    USD; zero when no current rate is on file.
       VALUE-IN-USD.
           MOVE ZEROS TO WS-USD-BAL
           IF NOT WS-FX-IS-OPEN
               GO TO VALUE-IN-USD-EXIT
           END-IF
           MOVE ACCT-CURRENCY TO FX-CCY-FROM
           MOVE "USD"         TO FX-CCY-TO
           READ FX-FILE
               INVALID KEY
                   GO TO VALUE-IN-USD-EXIT
           END-READ
           IF FX-EFF-DATE > WS-TODAY-DATE
               GO TO VALUE-IN-USD-EXIT
           END-IF
           COMPUTE WS-USD-BAL ROUNDED = ACCT-BAL * FX-BUY-RATE.
       VALUE-IN-USD-EXIT.
           EXIT.

      *================================================================*
      * Assets - active loans with a balance.                          *
      *================================================================*
       PROCESS-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   PERFORM PLACE-ONE-LOAN THRU PLACE-ONE-LOAN-EXIT
           END-READ.

       PLACE-ONE-LOAN.
           IF NOT LOAN-IS-ACTIVE OR LOAN-BALANCE NOT > ZEROS
               GO TO PLACE-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOANS-COUNTED
           MOVE LOAN-RATE TO WS-PLACE-RATE

      *    The month of the next rate adjustment; a fixed-rate loan
      *    never reprices and runs off on its schedule alone.
           MOVE 99999 TO WS-REPRICE-MONTH
           IF NOT LOAN-IS-FIXED-RATE
               MOVE ZEROS TO WS-REPRICE-MONTH
               IF LOAN-NEXT-REPRICE-DT NUMERIC
                   MOVE LOAN-NEXT-REPRICE-DT TO WS-CALC-DATE
                   PERFORM COMPUTE-MONTHS-AHEAD
                   MOVE WS-MONTHS-AHEAD TO WS-REPRICE-MONTH
               END-IF
           END-IF

           IF LOAN-IS-REVOLVING
               IF LOAN-IS-FIXED-RATE
                   MOVE ZEROS TO WS-PLACE-MONTHS
               ELSE
                   MOVE WS-REPRICE-MONTH TO WS-PLACE-MONTHS
               END-IF
               MOVE LOAN-BALANCE TO WS-PLACE-AMT
               PERFORM PLACE-ASSET
               GO TO PLACE-ONE-LOAN-EXIT
           END-IF

           MOVE ZEROS TO WS-AMORT-MONTH
           IF LOAN-NEXT-DUE-DT NUMERIC
               MOVE LOAN-NEXT-DUE-DT TO WS-CALC-DATE
               PERFORM COMPUTE-MONTHS-AHEAD
               MOVE WS-MONTHS-AHEAD TO WS-AMORT-MONTH
           END-IF
           MOVE LOAN-BALANCE TO WS-AMORT-BAL
           MOVE 0 TO WS-AMORT-DONE-FLAG
           PERFORM AMORTIZE-ONE-MONTH UNTIL WS-AMORT-DONE.
       PLACE-ONE-LOAN-EXIT.
           EXIT.

      *    One scheduled installment: its principal runs off in the
      *    month it is due. The balance still owed at the repricing
      *    month, at 36 months, or once the payment no longer covers
      *    the interest is placed whole where the schedule stops.
       AMORTIZE-ONE-MONTH.
           IF WS-AMORT-MONTH >= WS-REPRICE-MONTH
               OR WS-AMORT-MONTH >= 36
               MOVE WS-AMORT-MONTH TO WS-PLACE-MONTHS
               MOVE WS-AMORT-BAL TO WS-PLACE-AMT
               PERFORM PLACE-ASSET
               SET WS-AMORT-DONE TO TRUE
               GO TO AMORTIZE-ONE-MONTH-EXIT
           END-IF
           COMPUTE WS-AMORT-INT ROUNDED =
               WS-AMORT-BAL * LOAN-RATE / 1200
           IF LOAN-PMT-AMT NOT > WS-AMORT-INT
               IF WS-REPRICE-MONTH < 99999
                   MOVE WS-REPRICE-MONTH TO WS-PLACE-MONTHS
               ELSE
                   MOVE 36 TO WS-PLACE-MONTHS
               END-IF
               MOVE WS-AMORT-BAL TO WS-PLACE-AMT
               PERFORM PLACE-ASSET
               SET WS-AMORT-DONE TO TRUE
               GO TO AMORTIZE-ONE-MONTH-EXIT
           END-IF
           COMPUTE WS-AMORT-PRINC = LOAN-PMT-AMT - WS-AMORT-INT
           IF WS-AMORT-PRINC > WS-AMORT-BAL
               MOVE WS-AMORT-BAL TO WS-AMORT-PRINC
           END-IF
           MOVE WS-AMORT-MONTH TO WS-PLACE-MONTHS
           MOVE WS-AMORT-PRINC TO WS-PLACE-AMT
           PERFORM PLACE-ASSET
           SUBTRACT WS-AMORT-PRINC FROM WS-AMORT-BAL
           ADD 1 TO WS-AMORT-MONTH
           IF WS-AMORT-BAL = ZEROS
               SET WS-AMORT-DONE TO TRUE
           END-IF.
       AMORTIZE-ONE-MONTH-EXIT.
           EXIT.

       PLACE-ASSET.
           PERFORM SET-BUCKET
           ADD WS-PLACE-AMT TO WS-GAP-ASSETS(WS-BKT)
           COMPUTE WS-GAP-ASSET-WT(WS-BKT) =
               WS-GAP-ASSET-WT(WS-BKT) + WS-PLACE-AMT * WS-PLACE-RATE.

      *================================================================*
      * Date arithmetic and bucketing.                                 *
      *================================================================*
       COMPUTE-MONTHS-AHEAD.
           MOVE ZEROS TO WS-MONTHS-AHEAD
           IF WS-CALC-DATE = ZEROS OR WS-CALC-DATE NOT > WS-TODAY-DATE
               GO TO COMPUTE-MONTHS-AHEAD-EXIT
           END-IF
           COMPUTE WS-MONTHS-AHEAD =
               (WS-CALC-YEAR - WS-TODAY-YEAR) * 12
               + WS-CALC-MONTH - WS-TODAY-MONTH
           IF WS-CALC-DAY < WS-TODAY-DAY
               SUBTRACT 1 FROM WS-MONTHS-AHEAD
           END-IF
           IF WS-MONTHS-AHEAD < ZEROS
               MOVE ZEROS TO WS-MONTHS-AHEAD
           END-IF.
       COMPUTE-MONTHS-AHEAD-EXIT.
           EXIT.

       SET-BUCKET.
           EVALUATE TRUE
               WHEN WS-PLACE-MONTHS < 3
                   MOVE 1 TO WS-BKT
               WHEN WS-PLACE-MONTHS < 6
                   MOVE 2 TO WS-BKT
               WHEN WS-PLACE-MONTHS < 12
                   MOVE 3 TO WS-BKT
               WHEN WS-PLACE-MONTHS < 36
                   MOVE 4 TO WS-BKT
               WHEN OTHER
                   MOVE 5 TO WS-BKT
           END-EVALUATE.

      *================================================================*
      * The gap table: per bucket, then totals and the memo line.      *
      *================================================================*
       PRINT-GAP-TABLE.
           MOVE ZEROS TO WS-CUM-GAP
           PERFORM SUM-ONE-BUCKET VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 5
           PERFORM PRINT-ONE-BUCKET VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 5

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-ASSETS TO WS-DISP-AMT
           MOVE WS-TOTAL-LIABS  TO WS-DISP-AMT2
           MOVE ZEROS TO WS-WAVG-RATE
           IF WS-TOTAL-ASSETS > ZEROS
               COMPUTE WS-WAVG-RATE ROUNDED =
                   WS-TOTAL-ASSET-WT / WS-TOTAL-ASSETS
           END-IF
           MOVE WS-WAVG-RATE TO WS-DISP-RATE
           MOVE ZEROS TO WS-WAVG-RATE
           IF WS-TOTAL-LIABS > ZEROS
               COMPUTE WS-WAVG-RATE ROUNDED =
                   WS-TOTAL-LIAB-WT / WS-TOTAL-LIABS
           END-IF
           MOVE WS-WAVG-RATE TO WS-DISP-RATE2
           MOVE WS-CUM-GAP TO WS-DISP-GAP
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL    " WS-DISP-AMT " " WS-DISP-RATE
               "  " WS-DISP-AMT2 " " WS-DISP-RATE2
               "  " WS-DISP-GAP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-CHECKING-BAL TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMO: NON-INTEREST CHECKING " WS-DISP-AMT
               " - NOT RATE-SENSITIVE, OUTSIDE THE GAP"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-UNVALUED-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOT VALUED - NO USD RATE ON FILE: "
                   WS-UNVALUED-COUNT " ACCOUNT(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
       PRINT-GAP-TABLE-EXIT.
           EXIT.

       SUM-ONE-BUCKET.
           ADD WS-GAP-ASSETS(WS-BKT)   TO WS-TOTAL-ASSETS
           ADD WS-GAP-ASSET-WT(WS-BKT) TO WS-TOTAL-ASSET-WT
           ADD WS-GAP-LIABS(WS-BKT)    TO WS-TOTAL-LIABS
           ADD WS-GAP-LIAB-WT(WS-BKT)  TO WS-TOTAL-LIAB-WT.

      *    Gap is assets less liabilities: positive is asset-
      *    sensitive. CUM/RSA is the cumulative gap as a percent of
      *    total rate-sensitive assets.
       PRINT-ONE-BUCKET.
           COMPUTE WS-PERIOD-GAP =
               WS-GAP-ASSETS(WS-BKT) - WS-GAP-LIABS(WS-BKT)
           ADD WS-PERIOD-GAP TO WS-CUM-GAP
           MOVE ZEROS TO WS-WAVG-RATE
           IF WS-GAP-ASSETS(WS-BKT) > ZEROS
               COMPUTE WS-WAVG-RATE ROUNDED =
                   WS-GAP-ASSET-WT(WS-BKT) / WS-GAP-ASSETS(WS-BKT)
           END-IF
           MOVE WS-WAVG-RATE TO WS-DISP-RATE
           MOVE ZEROS TO WS-WAVG-RATE
           IF WS-GAP-LIABS(WS-BKT) > ZEROS
               COMPUTE WS-WAVG-RATE ROUNDED =
                   WS-GAP-LIAB-WT(WS-BKT) / WS-GAP-LIABS(WS-BKT)
           END-IF
           MOVE WS-WAVG-RATE TO WS-DISP-RATE2
           MOVE ZEROS TO WS-GAP-RATIO
           IF WS-TOTAL-ASSETS > ZEROS
               COMPUTE WS-GAP-RATIO ROUNDED =
                   WS-CUM-GAP * 100 / WS-TOTAL-ASSETS
                   ON SIZE ERROR
                       MOVE -99999.99 TO WS-GAP-RATIO
               END-COMPUTE
           END-IF
           MOVE WS-GAP-ASSETS(WS-BKT) TO WS-DISP-AMT
           MOVE WS-GAP-LIABS(WS-BKT)  TO WS-DISP-AMT2
           MOVE WS-PERIOD-GAP TO WS-DISP-GAP
           MOVE WS-CUM-GAP    TO WS-DISP-GAP2
           MOVE WS-GAP-RATIO  TO WS-DISP-RATIO
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-BUCKET-NAME(WS-BKT) WS-DISP-AMT " " WS-DISP-RATE
               "  " WS-DISP-AMT2 " " WS-DISP-RATE2
               "  " WS-DISP-GAP "  " WS-DISP-GAP2
               " " WS-DISP-RATIO "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

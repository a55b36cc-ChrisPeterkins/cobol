       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
      *================================================================*
      * INTACCR - Daily Interest Accrual Batch Job                     *
      * Nightly step. Accrues one day's interest on every active       *
      * interest-bearing deposit account - on its current balance, at  *
      * the rate INTPOST would pay it (tier table, else the flat       *
      * ACCT-INT-RATE, a running promotion's rate first) - and on      *
      * every active loan at LOAN-RATE, into ACCT-INT-ACCRUED          *
      * and LOAN-INT-ACCRUED, and writes the day's movement in each    *
      * to the accrual ledger (ACCRUAL.dat) for GLEXTR to book as      *
      * interest expense against accrued interest payable, and        *
      * accrued interest receivable against interest income - so the   *
      * GL carries interest day by day instead of in one monthly lump. *
      * A night missed is caught up from the record's accrued-through  *
      * date, and a rerun the same night accrues nothing twice.        *
      * INTPOST relieves a deposit accrual when it pays the month,     *
      * and a loan payment or payoff that collects interest relieves   *
      * the loan's; an accrual left on an account or loan that has     *
      * since closed is relieved here with nothing paid. The report    *
      * (data/INTACCR-<date>.txt, on the report spool) totals the      *
      * night's accrual and lists every relief since the last run      *
      * whose interest paid differed from the amount accrued.          *
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

           SELECT ACRL-FILE
               ASSIGN TO "data/ACCRUAL.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACRL-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "data/RATETBL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

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

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RATE-FILE.
       COPY RATE-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(132).

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

       01  WS-ACRL-STATUS        PIC XX.
           88  WS-ACRL-OK            VALUE "00".
           88  WS-ACRL-FILE-MISSING  VALUE "35".
       01  WS-ACRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACRL-IS-OPEN       VALUE 1.
       01  WS-ACRL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACRL-AT-EOF        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

      *--- Rate lookup, as INTPOST makes it ---
       01  WS-RATE-STATUS        PIC XX.
           88  WS-RATE-OK            VALUE "00".
       01  WS-RATE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-RATE-IS-OPEN       VALUE 1.
       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE     VALUE 1.
       01  WS-TIER-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-TIER-FOUND         VALUE 1.
       01  WS-APPLY-RATE         PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-RATE-TABLE         PIC X(1) VALUE SPACES.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.
       01  WS-PROMO-STATUS       PIC XX.
           88  WS-PROMO-OK           VALUE "00".
       01  WS-PROMO-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-PROMO-IS-OPEN      VALUE 1.

      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(132).

      *--- The accrual in hand. The record keeps the accrual to four
      *    places; the ledger books the change in its cents, so the
      *    ledger always foots to the rounded accrued-to-date. ---
       01  WS-INT-BASIS          PIC S9(9)V99 VALUE ZEROS.
       01  WS-ACCR-DAYS          PIC 9(5) VALUE ZEROS.
       01  WS-OLD-CENTS          PIC 9(9)V99 VALUE ZEROS.
       01  WS-NEW-CENTS          PIC 9(9)V99 VALUE ZEROS.
       01  WS-DAY-ACCRUAL        PIC 9(9)V99 VALUE ZEROS.
       01  WS-NEW-ACCRUED        PIC 9(7)V9(4) VALUE ZEROS.
       01  WS-ACRL-CATEGORY      PIC X(4).
       01  WS-ACRL-REF-NO        PIC 9(8).
       01  WS-ACRL-BRANCH        PIC X(4).
       01  WS-ACRL-CCY           PIC X(3).

      *--- Reliefs are reported from the day after the last night
      *    this step accrued (the latest accrual entry before today)
      *    through today. ---
       01  WS-PREV-RUN-DATE      PIC 9(8) VALUE ZEROS.

       01  WS-DEP-SCANNED        PIC 9(7) VALUE 0.
       01  WS-DEP-ACCRUED-COUNT  PIC 9(7) VALUE 0.
       01  WS-DEP-ACCRUED-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       01  WS-DEP-ON-BOOKS       PIC 9(11)V99 VALUE ZEROS.
       01  WS-LOAN-SCANNED       PIC 9(7) VALUE 0.
       01  WS-LOAN-ACCRUED-COUNT PIC 9(7) VALUE 0.
       01  WS-LOAN-ACCRUED-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-LOAN-ON-BOOKS      PIC 9(11)V99 VALUE ZEROS.
       01  WS-CLOSED-RELIEF-COUNT PIC 9(5) VALUE 0.
       01  WS-RELIEF-COUNT       PIC 9(7) VALUE 0.
       01  WS-RELIEF-ACCRUED     PIC 9(11)V99 VALUE ZEROS.
       01  WS-RELIEF-PAID        PIC 9(11)V99 VALUE ZEROS.
       01  WS-RELIEF-DIFF        PIC S9(11)V99 VALUE ZEROS.
       01  WS-DIFF-COUNT         PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-NOW-TIME           PIC 9(6).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-PAID          PIC $$$,$$$,$$9.99.
       01  WS-DISP-DIFF          PIC $$$,$$$,$$9.99-.
       01  WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
       01  WS-DISP-TOTAL-DIFF    PIC $$,$$$,$$$,$$9.99-.
       01  WS-DISP-CNT           PIC ZZZ,ZZ9.
       01  WS-DISP-BOOK          PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  DAILY INTEREST ACCRUAL"
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
           PERFORM GET-CURRENT-DATETIME

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "No account master - nothing to accrue."
               ELSE
                   DISPLAY "FATAL: Cannot open account file: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *    No loan master is a bank without loans.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-OK
               SET WS-LOAN-IS-OPEN TO TRUE
           END-IF
      *    The rate table, product master and promotion table are
      *    read-only here (RATEMNT, PRODMNT and PROMOMNT own them)
      *    and optional, as they are to INTPOST.
           OPEN INPUT RATE-FILE
           IF WS-RATE-OK
               SET WS-RATE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF

           PERFORM FIND-PREV-RUN-DATE THRU FIND-PREV-RUN-DATE-EXIT

           OPEN EXTEND ACRL-FILE
           IF NOT WS-ACRL-OK
               IF WS-ACRL-FILE-MISSING
                   OPEN OUTPUT ACRL-FILE
               END-IF
           END-IF
           IF NOT WS-ACRL-OK
               DISPLAY "FATAL: Cannot open the accrual ledger: "
                   WS-ACRL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           SET WS-ACRL-IS-OPEN TO TRUE

           DISPLAY "Accruing through " WS-TODAY-DATE

           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM ACCRUE-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF

           IF WS-LOAN-IS-OPEN
               MOVE LOW-VALUES TO LOAN-NO
               START LOAN-FILE KEY IS GREATER THAN LOAN-NO
                   INVALID KEY
                       SET WS-LOAN-AT-EOF TO TRUE
               END-START
               PERFORM ACCRUE-NEXT-LOAN UNTIL WS-LOAN-AT-EOF
           END-IF

           CLOSE ACRL-FILE
           MOVE 0 TO WS-ACRL-OPEN-FLAG

           PERFORM OPEN-RPT-FILE
           PERFORM PRINT-ACCRUAL-TOTALS
           PERFORM PRINT-RELIEF-DIFFERENCES
               THRU PRINT-RELIEF-DIFFERENCES-EXIT

           DISPLAY SPACES
           DISPLAY "  Interest-bearing accounts:" WS-DEP-SCANNED
           DISPLAY "  Deposit accounts accrued: " WS-DEP-ACCRUED-COUNT
           MOVE WS-DEP-ACCRUED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Deposit interest accrued: " WS-DISP-AMT
           DISPLAY "  Loans on file:            " WS-LOAN-SCANNED
           DISPLAY "  Loans accrued:            " WS-LOAN-ACCRUED-COUNT
           MOVE WS-LOAN-ACCRUED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Loan interest accrued:    " WS-DISP-AMT
           IF WS-CLOSED-RELIEF-COUNT > ZEROS
               DISPLAY "  Closed, accrual relieved: "
                   WS-CLOSED-RELIEF-COUNT
           END-IF
           DISPLAY "  Reliefs since last run:   " WS-RELIEF-COUNT
               " (" WS-DIFF-COUNT " with a difference)"
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           PERFORM CLOSE-FILES
           STOP RUN.

       CLOSE-FILES.
           CLOSE ACCT-FILE
           IF WS-LOAN-IS-OPEN
               CLOSE LOAN-FILE
               MOVE 0 TO WS-LOAN-OPEN-FLAG
           END-IF
           IF WS-ACRL-IS-OPEN
               CLOSE ACRL-FILE
               MOVE 0 TO WS-ACRL-OPEN-FLAG
           END-IF
           IF WS-RATE-IS-OPEN
               CLOSE RATE-FILE
               MOVE 0 TO WS-RATE-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
               MOVE 0 TO WS-PROMO-OPEN-FLAG
           END-IF.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
      *    While a banking day is open the accrual runs through the
      *    banking date from the control record, not the wall clock.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

      *    The latest night before today this step booked an
      *    accrual; zero (first run) reports every relief on file.
       FIND-PREV-RUN-DATE.
           MOVE ZEROS TO WS-PREV-RUN-DATE
           OPEN INPUT ACRL-FILE
           IF NOT WS-ACRL-OK
               GO TO FIND-PREV-RUN-DATE-EXIT
           END-IF
           MOVE 0 TO WS-ACRL-EOF-FLAG
           PERFORM SCAN-FOR-PREV-RUN UNTIL WS-ACRL-AT-EOF
           CLOSE ACRL-FILE.
       FIND-PREV-RUN-DATE-EXIT.
           EXIT.

       SCAN-FOR-PREV-RUN.
           READ ACRL-FILE
               AT END
                   SET WS-ACRL-AT-EOF TO TRUE
               NOT AT END
                   IF (ACRL-IS-DEP-ACCRUAL OR ACRL-IS-LOAN-ACCRUAL)
                       AND ACRL-DATE < WS-TODAY-DATE
                       AND ACRL-DATE > WS-PREV-RUN-DATE
                       MOVE ACRL-DATE TO WS-PREV-RUN-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Deposit accounts
      *----------------------------------------------------------------
       ACCRUE-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-IS-SAVINGS OR ACCT-IS-CD OR ACCT-IS-MMKT
                       ADD 1 TO WS-DEP-SCANNED
                       PERFORM ACCRUE-ONE-ACCOUNT
                           THRU ACCRUE-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ.

      *    Accrues the days since ACCT-INT-ACCR-DT (one day on an
      *    account never accrued) on the current balance. A held
      *    account earns nothing from INTPOST and accrues nothing,
      *    but keeps what it has for when it is released; a closed
      *    or charged-off one has its accrual relieved unpaid.
       ACCRUE-ONE-ACCOUNT.
           IF ACCT-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO ACCT-INT-ACCRUED
           END-IF
           IF ACCT-INT-ACCR-DT NOT NUMERIC
               MOVE ZEROS TO ACCT-INT-ACCR-DT
           END-IF
           IF ACCT-IS-CLOSED OR ACCT-IS-CHGOFF
               PERFORM RELIEVE-CLOSED-ACCOUNT
                   THRU RELIEVE-CLOSED-ACCOUNT-EXIT
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-INT-ACCR-DT NOT < WS-TODAY-DATE
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-INT-ACCR-DT = ZEROS
               MOVE 1 TO WS-ACCR-DAYS
           ELSE
               COMPUTE WS-ACCR-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-INT-ACCR-DT)
           END-IF
           MOVE ACCT-BAL TO WS-INT-BASIS
           MOVE ZEROS TO WS-APPLY-RATE
           IF WS-INT-BASIS > ZEROS
               PERFORM LOOK-UP-TIER-RATE THRU LOOK-UP-TIER-RATE-EXIT
               IF NOT WS-TIER-FOUND
                   MOVE ACCT-INT-RATE TO WS-APPLY-RATE
               END-IF
               PERFORM APPLY-PROMO-RATE THRU APPLY-PROMO-RATE-EXIT
           END-IF

           COMPUTE WS-OLD-CENTS ROUNDED = ACCT-INT-ACCRUED
           MOVE ACCT-INT-ACCRUED TO WS-NEW-ACCRUED
           IF WS-APPLY-RATE > ZEROS
               COMPUTE WS-NEW-ACCRUED ROUNDED = ACCT-INT-ACCRUED
                   + WS-INT-BASIS * (WS-APPLY-RATE / 100) / 365
                   * WS-ACCR-DAYS
                   ON SIZE ERROR
                       DISPLAY "  WARNING: Accrual overflow on "
                           ACCT-NO " - not accrued."
                       GO TO ACCRUE-ONE-ACCOUNT-EXIT
               END-COMPUTE
           END-IF
           COMPUTE WS-NEW-CENTS ROUNDED = WS-NEW-ACCRUED
           COMPUTE WS-DAY-ACCRUAL = WS-NEW-CENTS - WS-OLD-CENTS
           MOVE WS-NEW-ACCRUED TO ACCT-INT-ACCRUED
           MOVE WS-TODAY-DATE TO ACCT-INT-ACCR-DT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  ERROR: Could not update account "
                   ACCT-NO " - status " WS-ACCT-STATUS
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           ADD WS-NEW-CENTS TO WS-DEP-ON-BOOKS
           IF WS-DAY-ACCRUAL = ZEROS
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE "DACR" TO WS-ACRL-CATEGORY
           MOVE ACCT-NO TO WS-ACRL-REF-NO
           PERFORM SET-ACCOUNT-BOOKING
           MOVE WS-DAY-ACCRUAL TO ACRL-AMOUNT
           MOVE ZEROS TO ACRL-PAID-AMT
           MOVE ZEROS TO ACRL-DIFF-AMT
           PERFORM WRITE-ACCRUAL-ENTRY
           ADD 1 TO WS-DEP-ACCRUED-COUNT
           ADD WS-DAY-ACCRUAL TO WS-DEP-ACCRUED-TOTAL.
       ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

       RELIEVE-CLOSED-ACCOUNT.
           COMPUTE WS-OLD-CENTS ROUNDED = ACCT-INT-ACCRUED
           IF ACCT-INT-ACCRUED = ZEROS
               GO TO RELIEVE-CLOSED-ACCOUNT-EXIT
           END-IF
           MOVE ZEROS TO ACCT-INT-ACCRUED
           MOVE WS-TODAY-DATE TO ACCT-INT-ACCR-DT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  ERROR: Could not update account "
                   ACCT-NO " - status " WS-ACCT-STATUS
               GO TO RELIEVE-CLOSED-ACCOUNT-EXIT
           END-IF
           IF WS-OLD-CENTS = ZEROS
               GO TO RELIEVE-CLOSED-ACCOUNT-EXIT
           END-IF
           MOVE "DREL" TO WS-ACRL-CATEGORY
           MOVE ACCT-NO TO WS-ACRL-REF-NO
           PERFORM SET-ACCOUNT-BOOKING
           MOVE WS-OLD-CENTS TO ACRL-AMOUNT
           MOVE ZEROS TO ACRL-PAID-AMT
           COMPUTE ACRL-DIFF-AMT = 0 - WS-OLD-CENTS
           PERFORM WRITE-ACCRUAL-ENTRY
           ADD 1 TO WS-CLOSED-RELIEF-COUNT
           DISPLAY "  " ACCT-NO " closed - accrual relieved unpaid.".
       RELIEVE-CLOSED-ACCOUNT-EXIT.
           EXIT.

      *    A deposit accrual books to the account's branch and
      *    currency, as its interest entry does.
       SET-ACCOUNT-BOOKING.
           MOVE ACCT-BRANCH TO WS-ACRL-BRANCH
           IF ACCT-BRANCH = SPACES OR ACCT-BRANCH = LOW-VALUES
               MOVE "0001" TO WS-ACRL-BRANCH
           END-IF
           MOVE ACCT-CURRENCY TO WS-ACRL-CCY
           IF ACCT-CURRENCY = SPACES OR ACCT-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-ACRL-CCY
           END-IF.

      *    A promotion still running on the accrual date replaces the
      *    table or flat rate, as INTPOST pays it; one no longer on
      *    the table leaves the rate alone.
       APPLY-PROMO-RATE.
           IF NOT WS-PROMO-IS-OPEN
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           IF ACCT-PROMO-CODE = SPACES OR ACCT-PROMO-CODE = LOW-VALUES
               OR ACCT-PROMO-EXP-DT NOT NUMERIC
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           IF ACCT-PROMO-EXP-DT NOT > WS-TODAY-DATE
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           MOVE ACCT-PROMO-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   GO TO APPLY-PROMO-RATE-EXIT
           END-READ
           MOVE PROMO-RATE TO WS-APPLY-RATE.
       APPLY-PROMO-RATE-EXIT.
           EXIT.

      *    The account's rate band, exactly as INTPOST finds it: the
      *    highest band of its product's (else its type's) table the
      *    balance reaches, a band with a change pending answering
      *    with its prior terms.
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
                           AND WS-INT-BASIS >= RATE-MIN-BALANCE
                           MOVE RATE-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                       IF RATE-EFF-DATE > WS-TODAY-DATE
                           AND RATE-PRIOR-EFF-DT NUMERIC
                           AND RATE-PRIOR-EFF-DT > ZEROS
                           AND RATE-PRIOR-EFF-DT NOT > WS-TODAY-DATE
                           AND WS-INT-BASIS >= RATE-PRIOR-MIN-BAL
                           MOVE RATE-PRIOR-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Loans
      *----------------------------------------------------------------
       ACCRUE-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOAN-SCANNED
                   PERFORM ACCRUE-ONE-LOAN THRU ACCRUE-ONE-LOAN-EXIT
           END-READ.

      *    A loan accrues on its outstanding balance at LOAN-RATE,
      *    the rate LOANMGR splits payments with. A loan no longer
      *    active (paid off or closed) accrues nothing further, and
      *    whatever the payoff did not collect is relieved unpaid.
       ACCRUE-ONE-LOAN.
           IF LOAN-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCRUED
           END-IF
           IF LOAN-INT-ACCR-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-INT-ACCR-DT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               PERFORM RELIEVE-CLOSED-LOAN
                   THRU RELIEVE-CLOSED-LOAN-EXIT
               GO TO ACCRUE-ONE-LOAN-EXIT
           END-IF
           IF LOAN-INT-ACCR-DT NOT < WS-TODAY-DATE
               GO TO ACCRUE-ONE-LOAN-EXIT
           END-IF
           IF LOAN-INT-ACCR-DT = ZEROS
               MOVE 1 TO WS-ACCR-DAYS
           ELSE
               COMPUTE WS-ACCR-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(LOAN-INT-ACCR-DT)
           END-IF

           COMPUTE WS-OLD-CENTS ROUNDED = LOAN-INT-ACCRUED
           MOVE LOAN-INT-ACCRUED TO WS-NEW-ACCRUED
           IF LOAN-BALANCE > ZEROS AND LOAN-RATE > ZEROS
               COMPUTE WS-NEW-ACCRUED ROUNDED = LOAN-INT-ACCRUED
                   + LOAN-BALANCE * (LOAN-RATE / 100) / 365
                   * WS-ACCR-DAYS
                   ON SIZE ERROR
                       DISPLAY "  WARNING: Accrual overflow on loan "
                           LOAN-NO " - not accrued."
                       GO TO ACCRUE-ONE-LOAN-EXIT
               END-COMPUTE
           END-IF
           COMPUTE WS-NEW-CENTS ROUNDED = WS-NEW-ACCRUED
           COMPUTE WS-DAY-ACCRUAL = WS-NEW-CENTS - WS-OLD-CENTS
           MOVE WS-NEW-ACCRUED TO LOAN-INT-ACCRUED
           MOVE WS-TODAY-DATE TO LOAN-INT-ACCR-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "  ERROR: Could not update loan "
                   LOAN-NO " - status " WS-LOAN-STATUS
               GO TO ACCRUE-ONE-LOAN-EXIT
           END-IF
           ADD WS-NEW-CENTS TO WS-LOAN-ON-BOOKS
           IF WS-DAY-ACCRUAL = ZEROS
               GO TO ACCRUE-ONE-LOAN-EXIT
           END-IF

           MOVE "LACR" TO WS-ACRL-CATEGORY
           MOVE LOAN-NO TO WS-ACRL-REF-NO
           MOVE "0001" TO WS-ACRL-BRANCH
           MOVE "USD" TO WS-ACRL-CCY
           MOVE WS-DAY-ACCRUAL TO ACRL-AMOUNT
           MOVE ZEROS TO ACRL-PAID-AMT
           MOVE ZEROS TO ACRL-DIFF-AMT
           PERFORM WRITE-ACCRUAL-ENTRY
           ADD 1 TO WS-LOAN-ACCRUED-COUNT
           ADD WS-DAY-ACCRUAL TO WS-LOAN-ACCRUED-TOTAL.
       ACCRUE-ONE-LOAN-EXIT.
           EXIT.

       RELIEVE-CLOSED-LOAN.
           COMPUTE WS-OLD-CENTS ROUNDED = LOAN-INT-ACCRUED
           IF LOAN-INT-ACCRUED = ZEROS
               GO TO RELIEVE-CLOSED-LOAN-EXIT
           END-IF
           MOVE ZEROS TO LOAN-INT-ACCRUED
           MOVE WS-TODAY-DATE TO LOAN-INT-ACCR-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "  ERROR: Could not update loan "
                   LOAN-NO " - status " WS-LOAN-STATUS
               GO TO RELIEVE-CLOSED-LOAN-EXIT
           END-IF
           IF WS-OLD-CENTS = ZEROS
               GO TO RELIEVE-CLOSED-LOAN-EXIT
           END-IF
           MOVE "LREL" TO WS-ACRL-CATEGORY
           MOVE LOAN-NO TO WS-ACRL-REF-NO
           MOVE "0001" TO WS-ACRL-BRANCH
           MOVE "USD" TO WS-ACRL-CCY
           MOVE WS-OLD-CENTS TO ACRL-AMOUNT
           MOVE ZEROS TO ACRL-PAID-AMT
           COMPUTE ACRL-DIFF-AMT = 0 - WS-OLD-CENTS
           PERFORM WRITE-ACCRUAL-ENTRY
           ADD 1 TO WS-CLOSED-RELIEF-COUNT
           DISPLAY "  Loan " LOAN-NO
               " closed - accrual relieved uncollected.".
       RELIEVE-CLOSED-LOAN-EXIT.
           EXIT.

      *    The caller has set the amount fields of ACRL-REC.
       WRITE-ACCRUAL-ENTRY.
           MOVE WS-TODAY-DATE    TO ACRL-DATE
           MOVE WS-NOW-TIME      TO ACRL-TIME
           MOVE WS-ACRL-CATEGORY TO ACRL-CATEGORY
           MOVE WS-ACRL-REF-NO   TO ACRL-REF-NO
           MOVE WS-ACRL-BRANCH   TO ACRL-BRANCH
           MOVE WS-ACRL-CCY      TO ACRL-CURRENCY
           MOVE "INTACCR "       TO ACRL-SOURCE
           WRITE ACRL-REC
           IF NOT WS-ACRL-OK
               DISPLAY "  WARNING: Accrual ledger write failed for "
                   WS-ACRL-REF-NO " - status " WS-ACRL-STATUS
           END-IF.

      *----------------------------------------------------------------
      *    Report
      *----------------------------------------------------------------
       PRINT-ACCRUAL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "TONIGHT'S ACCRUAL" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-DEP-ACCRUED-COUNT TO WS-DISP-CNT
           MOVE WS-DEP-ACCRUED-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DEPOSITS  " WS-DISP-CNT " ACCOUNTS  ACCRUED "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DEP-ON-BOOKS TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "            ACCRUED INTEREST PAYABLE TO DATE "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-LOAN-ACCRUED-COUNT TO WS-DISP-CNT
           MOVE WS-LOAN-ACCRUED-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOANS     " WS-DISP-CNT " LOANS     ACCRUED "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-LOAN-ON-BOOKS TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "            ACCRUED INTEREST RECEIVABLE TO DATE "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    Every relief on the ledger since the last run - INTPOST's,
      *    the loan payments', and tonight's on closed accounts - is
      *    totaled; the ones where interest paid differed from the
      *    amount accrued are listed.
       PRINT-RELIEF-DIFFERENCES.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCRUALS RELIEVED AFTER " WS-PREV-RUN-DATE
               " THROUGH " WS-TODAY-DATE
               " - PAID DIFFERENT FROM ACCRUED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DATE      BOOK    NUMBER          ACCRUED"
               "      PAID/COLLECTED       DIFFERENCE  SOURCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           OPEN INPUT ACRL-FILE
           IF NOT WS-ACRL-OK
               GO TO PRINT-RELIEF-DIFFERENCES-EXIT
           END-IF
           MOVE 0 TO WS-ACRL-EOF-FLAG
           PERFORM REPORT-NEXT-RELIEF UNTIL WS-ACRL-AT-EOF
           CLOSE ACRL-FILE
           IF WS-DIFF-COUNT = ZEROS
               MOVE "  (No differences)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-RELIEF-COUNT TO WS-DISP-CNT
           MOVE WS-RELIEF-ACCRUED TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "RELIEFS " WS-DISP-CNT "  ACCRUED RELIEVED "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-RELIEF-PAID TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "                 PAID/COLLECTED   " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-RELIEF-DIFF TO WS-DISP-TOTAL-DIFF
           MOVE SPACES TO WS-RPT-LINE
           STRING "                 NET DIFFERENCE   "
               WS-DISP-TOTAL-DIFF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       PRINT-RELIEF-DIFFERENCES-EXIT.
           EXIT.

       REPORT-NEXT-RELIEF.
           READ ACRL-FILE
               AT END
                   SET WS-ACRL-AT-EOF TO TRUE
               NOT AT END
                   IF (ACRL-IS-DEP-RELIEF OR ACRL-IS-LOAN-RELIEF)
                       AND ACRL-DATE > WS-PREV-RUN-DATE
                       AND ACRL-DATE NOT > WS-TODAY-DATE
                       PERFORM REPORT-ONE-RELIEF
                   END-IF
           END-READ.

       REPORT-ONE-RELIEF.
           ADD 1 TO WS-RELIEF-COUNT
           ADD ACRL-AMOUNT TO WS-RELIEF-ACCRUED
           ADD ACRL-PAID-AMT TO WS-RELIEF-PAID
           ADD ACRL-DIFF-AMT TO WS-RELIEF-DIFF
           IF ACRL-DIFF-AMT NOT = ZEROS
               PERFORM LIST-ONE-DIFFERENCE
           END-IF.

       LIST-ONE-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           IF ACRL-IS-DEP-RELIEF
               MOVE "DEPOSIT" TO WS-DISP-BOOK
           ELSE
               MOVE "LOAN" TO WS-DISP-BOOK
           END-IF
           MOVE ACRL-AMOUNT TO WS-DISP-AMT
           MOVE ACRL-PAID-AMT TO WS-DISP-PAID
           MOVE ACRL-DIFF-AMT TO WS-DISP-DIFF
           MOVE SPACES TO WS-RPT-LINE
           STRING ACRL-DATE "  " WS-DISP-BOOK " " ACRL-REF-NO
               " " WS-DISP-AMT "      " WS-DISP-PAID " "
               WS-DISP-DIFF "  " ACRL-SOURCE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/INTACCR-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "DAILY INTEREST ACCRUAL" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACCRUED THROUGH " WS-TODAY-DATE
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
               ADD 1 TO WS-SPOOL-LINES
           END-IF.

      *    Registers the finished report on the spool catalog, so
      *    RPTSPOOL can list, view, and retire it by class.
       REGISTER-SPOOL-REPORT.
           OPEN I-O RPC-FILE
           IF NOT WS-RPC-OK
               IF WS-RPC-FILE-MISSING
                   OPEN OUTPUT RPC-FILE
                   IF WS-RPC-OK
                       CLOSE RPC-FILE
                       OPEN I-O RPC-FILE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RPC-OK
               DISPLAY "WARNING: Could not catalog the report."
               GO TO REGISTER-SPOOL-REPORT-EXIT
           END-IF
           MOVE HIGH-VALUES TO RPC-ID
           START RPC-FILE KEY IS LESS THAN RPC-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-RPC-ID
           END-START
           IF WS-RPC-OK
               READ RPC-FILE NEXT
                   AT END
                       MOVE 1 TO WS-NEXT-RPC-ID
                   NOT AT END
                       COMPUTE WS-NEXT-RPC-ID = RPC-ID + 1
               END-READ
           END-IF
           MOVE WS-NEXT-RPC-ID   TO RPC-ID
           MOVE "INTACCR"        TO RPC-PROGRAM
           MOVE WS-TODAY-DATE    TO RPC-DATE
           MOVE WS-NOW-TIME      TO RPC-TIME
           MOVE WS-RPT-FILENAME  TO RPC-PATH
           MOVE WS-SPOOL-LINES   TO RPC-LINES
           MOVE "D"              TO RPC-CLASS
           MOVE "A"              TO RPC-STATUS
           WRITE RPC-REC
           INVALID KEY
               DISPLAY "WARNING: Could not catalog the report."
           END-WRITE
           CLOSE RPC-FILE.
       REGISTER-SPOOL-REPORT-EXIT.
           EXIT.

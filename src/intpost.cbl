      * and logs an "I" (interest) transaction for each one. An       *
      * account whose type has no applicable table row keeps earning  *
      * its own flat ACCT-INT-RATE, so a site that has not built the  *
      * table behaves exactly as before. An account opened on a       *
      * deposit product reads the product's rate table rather than    *
      * its bare type's.                                              *
      * The interest basis is the account's average daily balance    *
      * over the posting month, computed from the day-close balance  *
      * snapshots DAYCTL writes to BALHIST.dat - so a balance held   *
      * all month earns even if withdrawn the day before posting.    *
      * An account with no snapshot coverage for the period falls    *
      * back to the current-balance method.                          *
      * An account opened on a rate promotion (PROMOS.dat) is paid    *
      * the promotional rate until its ACCT-PROMO-EXP-DT, with the    *
      * month the promotion runs out split by days between the two   *
      * rates; after that it earns its table or flat rate again.     *
      * Paying the month relieves the interest INTACCR has accrued   *
      * on the account (ACCT-INT-ACCRUED): the relief goes to the    *
      * accrual ledger (ACCRUAL.dat) with the interest paid, for     *
      * GLEXTR to reverse out of accrued interest payable and for    *
      * INTACCR's report to list where the two differ. An account    *
      * that earns nothing this month has its accrual relieved too.  *
      *================================================================*

       ENVIRONMENT DIVISION.
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

           SELECT ACRL-FILE
               ASSIGN TO "data/ACCRUAL.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACRL-STATUS.

           SELECT SNAP-FILE
               ASSIGN TO "data/BALHIST.dat"
               ORGANIZATION IS INDEXED
       FD  RATE-FILE.
       COPY RATE-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  ACRL-FILE.
       COPY ACRL-REC.

       FD  SNAP-FILE.
       COPY SNAP-REC.

       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE     VALUE 1.
       01  WS-APPLY-RATE         PIC 9(2)V9(4) VALUE ZEROS.
      *    Rate table the account in hand reads: its product's, or
      *    its own ACCT-TYPE when it has no product on file.
       01  WS-RATE-TABLE         PIC X(1) VALUE SPACES.
       01  WS-PROD-STATUS        PIC XX.
           88  WS-PROD-OK            VALUE "00".
       01  WS-PROD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN       VALUE 1.

      *--- Rate promotions: the promotional rate replaces the table
      *    or flat rate up to ACCT-PROMO-EXP-DT; in the month it runs
      *    out the two are weighted by days either side of expiry.
       01  WS-PROMO-STATUS       PIC XX.
           88  WS-PROMO-OK           VALUE "00".
       01  WS-PROMO-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-PROMO-IS-OPEN      VALUE 1.
       01  WS-PROMO-DAYS         PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-DAYS        PIC 9(3) VALUE ZEROS.
       01  WS-PROMO-PAID-COUNT   PIC 9(5) VALUE 0.
       01  WS-PROMO-ENDED-COUNT  PIC 9(5) VALUE 0.

      *--- Accrual relief: the accrued interest (to the cent) comes
      *    off the account as the month is paid. ---
       01  WS-ACRL-STATUS        PIC XX.
           88  WS-ACRL-OK            VALUE "00".
           88  WS-ACRL-FILE-MISSING  VALUE "35".
       01  WS-ACRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACRL-IS-OPEN       VALUE 1.
       01  WS-RELIEF-AMT         PIC 9(9)V99 VALUE ZEROS.
       01  WS-RELIEF-COUNT       PIC 9(5) VALUE 0.
       01  WS-RELIEF-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       01  WS-RELIEF-DIFF-TOTAL  PIC S9(11)V99 VALUE ZEROS.

      *--- Backup withholding; the VALUE clauses are the fallback
      *    defaults used when the control record carries zeros.
           DISPLAY "  Total interest posted:  " WS-DISP-AMT
           DISPLAY "  On avg daily balance:   "
               WS-ADB-USED-COUNT " accounts"
           IF WS-PROMO-PAID-COUNT > ZEROS
               DISPLAY "  On promotional rate:   "
                   WS-PROMO-PAID-COUNT " accounts"
           END-IF
           IF WS-PROMO-ENDED-COUNT > ZEROS
               DISPLAY "  Promotion ended in month:"
                   WS-PROMO-ENDED-COUNT " accounts"
           END-IF
           IF WS-XFER-OUT-COUNT > ZEROS
               DISPLAY "  Interest paid to linked:"
                   WS-XFER-OUT-COUNT " accounts"
               DISPLAY "  Backup withholding:     " WS-DISP-AMT
                   " (" WS-WHOLD-COUNT " accounts)"
           END-IF
           IF WS-RELIEF-COUNT > ZEROS
               MOVE WS-RELIEF-TOTAL TO WS-DISP-AMT
               DISPLAY "  Accrual relieved:       " WS-DISP-AMT
                   " (" WS-RELIEF-COUNT " accounts)"
               MOVE WS-RELIEF-DIFF-TOTAL TO WS-DISP-BAL
               DISPLAY "  Paid less accrued:      " WS-DISP-BAL
           END-IF
           DISPLAY "========================================="
           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           PERFORM CLOSE-FILES
               SET WS-RATE-IS-OPEN TO TRUE
           END-IF

      *    The product master is read-only and optional - with no
      *    master every account reads its own type's rate bands.
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF

      *    The promotion table is read-only and optional - with no
      *    table no account is paid a promotional rate.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF

      *    The accrual ledger is appended to, and created when
      *    missing; without it accruals stay on the accounts for
      *    the next posting to relieve.
           OPEN EXTEND ACRL-FILE
           IF NOT WS-ACRL-OK
               IF WS-ACRL-FILE-MISSING
                   OPEN OUTPUT ACRL-FILE
               END-IF
           END-IF
           IF WS-ACRL-OK
               SET WS-ACRL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Accrual ledger unavailable - "
                   "accrued interest not relieved."
           END-IF

      *    The balance history is read-only and optional - with no
      *    snapshots every account earns on its current balance,
      *    as before.
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
           END-IF
           IF WS-SNAP-IS-OPEN
               CLOSE SNAP-FILE
               MOVE 0 TO WS-SNAP-OPEN-FLAG
           END-IF
           IF WS-ACRL-IS-OPEN
               CLOSE ACRL-FILE
               MOVE 0 TO WS-ACRL-OPEN-FLAG
           END-IF.

      *    Reads the persisted next-txn-id from CTRL-FILE, the same
      *    snapshots for the account, else the current balance. The
      *    rate comes from the tiered table when it has a row for
      *    this type and (basis) balance; otherwise the account's
      *    own flat rate applies. A promotion still running replaces
      *    either for the days before it expires. The interest
      *    accrued on the account is relieved with the payment - or
      *    on its own when the month earns nothing.
       POST-INTEREST-FOR-ACCOUNT.
           PERFORM COMPUTE-AVG-DAILY-BALANCE
               THRU COMPUTE-AVG-DAILY-BALANCE-EXIT
           IF WS-INT-BASIS NOT > ZEROS
               GO TO POST-INT-RELIEVE-UNPAID
           END-IF

           PERFORM LOOK-UP-TIER-RATE THRU LOOK-UP-TIER-RATE-EXIT
           IF NOT WS-TIER-FOUND
               MOVE ACCT-INT-RATE TO WS-APPLY-RATE
           END-IF
           PERFORM APPLY-PROMO-RATE THRU APPLY-PROMO-RATE-EXIT
           IF WS-APPLY-RATE = ZEROS
               GO TO POST-INT-RELIEVE-UNPAID
           END-IF

           COMPUTE WS-INTEREST-AMT ROUNDED =
               WS-INT-BASIS * (WS-APPLY-RATE / 100) / 12

           IF WS-INTEREST-AMT NOT > ZEROS
               GO TO POST-INT-RELIEVE-UNPAID
           END-IF

           ADD WS-INTEREST-AMT TO ACCT-BAL
               MOVE ZEROS TO ACCT-INT-YTD
           END-IF
           ADD WS-INTEREST-AMT TO ACCT-INT-YTD
           PERFORM TAKE-ACCRUAL-RELIEF

           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  WARNING: Account " ACCT-NO
                   " credited but transaction log failed."
           END-IF
           PERFORM WRITE-ACCRUAL-RELIEF THRU WRITE-ACCRUAL-RELIEF-EXIT

           MOVE 0 TO WS-WHOLD-TAKEN-FLAG
           MOVE ACCT-NO          TO WS-DISP-EARN-ACCT
                   THRU DIVERT-BACKUP-WITHHOLDING-EXIT
           END-IF
           PERFORM APPLY-INT-DISPOSITION
               THRU APPLY-INT-DISPOSITION-EXIT
           GO TO POST-INTEREST-FOR-ACCOUNT-EXIT.

       POST-INT-RELIEVE-UNPAID.
           IF ACCT-INT-ACCRUED NOT NUMERIC
               OR ACCT-INT-ACCRUED = ZEROS
               GO TO POST-INTEREST-FOR-ACCOUNT-EXIT
           END-IF
           MOVE ZEROS TO WS-INTEREST-AMT
           PERFORM TAKE-ACCRUAL-RELIEF
           REWRITE ACCT-REC
           IF WS-ACCT-OK
               PERFORM WRITE-ACCRUAL-RELIEF
                   THRU WRITE-ACCRUAL-RELIEF-EXIT
           END-IF.
       POST-INTEREST-FOR-ACCOUNT-EXIT.
           EXIT.

      *    Takes the accrual, to the cent, off the account in hand
      *    into WS-RELIEF-AMT. With no ledger to record the relief
      *    the accrual is left for the next posting.
       TAKE-ACCRUAL-RELIEF.
           MOVE ZEROS TO WS-RELIEF-AMT
           IF NOT WS-ACRL-IS-OPEN
               GO TO TAKE-ACCRUAL-RELIEF-EXIT
           END-IF
           IF ACCT-INT-ACCRUED NOT NUMERIC
               MOVE ZEROS TO ACCT-INT-ACCRUED
           END-IF
           COMPUTE WS-RELIEF-AMT ROUNDED = ACCT-INT-ACCRUED
           MOVE ZEROS TO ACCT-INT-ACCRUED.
       TAKE-ACCRUAL-RELIEF-EXIT.
           EXIT.

      *    Records the relief against the interest paid (WS-
      *    INTEREST-AMT). The account is still in ACCT-REC.
       WRITE-ACCRUAL-RELIEF.
           IF NOT WS-ACRL-IS-OPEN
               GO TO WRITE-ACCRUAL-RELIEF-EXIT
           END-IF
           IF WS-RELIEF-AMT = ZEROS AND WS-INTEREST-AMT = ZEROS
               GO TO WRITE-ACCRUAL-RELIEF-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO ACRL-DATE
           MOVE WS-NOW-TIME       TO ACRL-TIME
           MOVE "DREL"            TO ACRL-CATEGORY
           MOVE ACCT-NO           TO ACRL-REF-NO
           MOVE WS-RELIEF-AMT     TO ACRL-AMOUNT
           MOVE WS-INTEREST-AMT   TO ACRL-PAID-AMT
           COMPUTE ACRL-DIFF-AMT = WS-INTEREST-AMT - WS-RELIEF-AMT
           MOVE ACCT-BRANCH       TO ACRL-BRANCH
           IF ACCT-BRANCH = SPACES OR ACCT-BRANCH = LOW-VALUES
               MOVE "0001" TO ACRL-BRANCH
           END-IF
           MOVE ACCT-CURRENCY     TO ACRL-CURRENCY
           IF ACCT-CURRENCY = SPACES OR ACCT-CURRENCY = LOW-VALUES
               MOVE "USD" TO ACRL-CURRENCY
           END-IF
           MOVE "INTPOST "        TO ACRL-SOURCE
           WRITE ACRL-REC
           IF NOT WS-ACRL-OK
               DISPLAY "  WARNING: Accrual relief not recorded for "
                   ACCT-NO " - status " WS-ACRL-STATUS
               GO TO WRITE-ACCRUAL-RELIEF-EXIT
           END-IF
           ADD 1 TO WS-RELIEF-COUNT
           ADD WS-RELIEF-AMT TO WS-RELIEF-TOTAL
           ADD ACRL-DIFF-AMT TO WS-RELIEF-DIFF-TOTAL.
       WRITE-ACCRUAL-RELIEF-EXIT.
           EXIT.

      *    Honors the account's interest disposition: T moves the
      *    net-of-withholding interest to the linked deposit
      *    account (journaled as a transfer, the same pair
                   END-IF
           END-READ.

      *    Replaces WS-APPLY-RATE (the table or flat rate) with the
      *    account's promotional rate while the promotion runs. The
      *    promotion pays through the day before ACCT-PROMO-EXP-DT;
      *    when that falls inside the posting month the month's rate
      *    is the two rates weighted by days on each. A promotion no
      *    longer on the table, or already over before the month
      *    began, leaves the rate alone.
       APPLY-PROMO-RATE.
           IF NOT WS-PROMO-IS-OPEN
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           IF ACCT-PROMO-CODE = SPACES OR ACCT-PROMO-CODE = LOW-VALUES
               OR ACCT-PROMO-EXP-DT NOT NUMERIC
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           IF ACCT-PROMO-EXP-DT NOT > WS-PERIOD-START
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           MOVE ACCT-PROMO-CODE TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "  WARNING: " ACCT-NO " promotion "
                       ACCT-PROMO-CODE " not on file - standard "
                       "rate paid."
                   GO TO APPLY-PROMO-RATE-EXIT
           END-READ
           ADD 1 TO WS-PROMO-PAID-COUNT
           IF ACCT-PROMO-EXP-DT > WS-TODAY-DATE
               MOVE PROMO-RATE TO WS-APPLY-RATE
               GO TO APPLY-PROMO-RATE-EXIT
           END-IF
           ADD 1 TO WS-PROMO-ENDED-COUNT
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1
           COMPUTE WS-PROMO-DAYS =
               FUNCTION INTEGER-OF-DATE(ACCT-PROMO-EXP-DT)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-APPLY-RATE ROUNDED =
               (PROMO-RATE * WS-PROMO-DAYS
               + WS-APPLY-RATE * (WS-PERIOD-DAYS - WS-PROMO-DAYS))
               / WS-PERIOD-DAYS
           DISPLAY "  " ACCT-NO " promotion " ACCT-PROMO-CODE
               " ended " ACCT-PROMO-EXP-DT " - standard rate from "
               "then on.".
       APPLY-PROMO-RATE-EXIT.
           EXIT.

      *    Finds the rate band for the account in ACCT-REC: the
      *    highest band of the account's rate table (its product's,
      *    else its type's) whose minimum balance the balance
      *    reaches, skipping rows whose effective date is still in
      *    the future - a band with a change pending answers with
      *    the prior terms it carries. Bands are keyed
      *    low-balance-first, so the last qualifying row wins.
       LOOK-UP-TIER-RATE.
           MOVE 0 TO WS-TIER-FOUND-FLAG
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
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF RATE-ACCT-TYPE NOT = WS-RATE-TABLE
                       SET WS-RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF RATE-EFF-DATE NOT > WS-TODAY-DATE
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


       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLREC.
      *================================================================*
      * SETLREC - Settlement Account Reconciliation                    *
      * Nightly step. Proves each of the bank's internal settlement    *
      * positions against the register of open items behind it and    *
      * writes data/SETLREC-<date>.txt: per position the ledger        *
      * balance, the open-item total, the difference, and the open     *
      * items aged 0-30, 31-90 and over 90 days.                       *
      *   Official checks   - CTRL-OFCHK-ACCT balance against the      *
      *                       outstanding checks in OFCHKREG.dat.      *
      *   Withholding       - CTRL-WHOLD-ACCT balance against the      *
      *                       withholding collected and not yet        *
      *                       remitted: every credit to the account,   *
      *                       less the debits out of it applied        *
      *                       oldest first.                            *
      *   Escheat           - CTRL-ESCHEAT-ACCT balance against the    *
      *                       escheated balances not yet remitted to   *
      *                       the state, worked the same way.          *
      *   Payments in       - journaled EXTERNAL PAYMENT debits less   *
      *   transit             returns and acknowledged payments,       *
      *                       against the PAYREQ.dat payments sent     *
      *                       and not acknowledged.                    *
      *   ATM settlement    - our posted ATMFEED net (withdrawals      *
      *                       less deposits) not yet booked by an      *
      *                       ATMSETL settlement posting, against the  *
      *                       days still waiting for one.              *
      * The journal side reads the archive (TXNHIST.dat) and then the  *
      * live journal. Any position that does not prove sets return    *
      * code 4. No postings.                                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE
               ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OFCHK-FILE
               ASSIGN TO "data/OFCHKREG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCHK-SERIAL
               FILE STATUS IS WS-OFCHK-STATUS.

           SELECT PAY-FILE
               ASSIGN TO "data/PAYREQ.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT RUNH-FILE
               ASSIGN TO "data/RUNHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT STLP-FILE
               ASSIGN TO DYNAMIC WS-STLP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STLP-STATUS.

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

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  OFCHK-FILE.
       COPY OFCHK-REC.

       FD  PAY-FILE.
       COPY PAY-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

      *    ATMSETL's daily settlement posting pair, in the GLEXTR
      *    extract layout.
       FD  STLP-FILE.
       01  STLP-REC.
           05  STLP-GL-ACCT       PIC 9(6).
           05  STLP-BRANCH        PIC X(4).
           05  STLP-CURRENCY      PIC X(3).
           05  STLP-DR-AMT        PIC 9(11)V99.
           05  STLP-CR-AMT        PIC 9(11)V99.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       FD  RPC-FILE.
       COPY RPTCAT-REC.

       WORKING-STORAGE SECTION.
      *--- Report spool catalog registration (RPTSPOOL) ---
       01  WS-RPC-STATUS         PIC XX.
           88  WS-RPC-OK             VALUE "00".
           88  WS-RPC-FILE-MISSING   VALUE "35".
       01  WS-SPOOL-LINES        PIC 9(7) VALUE ZEROS.
       01  WS-NEXT-RPC-ID        PIC 9(6) VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.
       01  WS-TXN-PATH           PIC X(40).

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.

       01  WS-OFCHK-STATUS       PIC XX.
           88  WS-OFCHK-OK           VALUE "00".
           88  WS-OFCHK-FILE-MISSING VALUE "35".
       01  WS-OFCHK-EOF-FLAG     PIC 9 VALUE 0.
           88  WS-OFCHK-AT-EOF       VALUE 1.

       01  WS-PAY-STATUS         PIC XX.
           88  WS-PAY-OK             VALUE "00".
           88  WS-PAY-FILE-MISSING   VALUE "35".
       01  WS-PAY-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-PAY-AT-EOF         VALUE 1.

       01  WS-RUNH-STATUS        PIC XX.
           88  WS-RUNH-OK            VALUE "00".
           88  WS-RUNH-FILE-MISSING  VALUE "35".
       01  WS-RUNH-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RUNH-AT-EOF        VALUE 1.

       01  WS-STLP-STATUS        PIC XX.
           88  WS-STLP-OK            VALUE "00".
       01  WS-STLP-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-STLP-AT-EOF        VALUE 1.
       01  WS-STLP-FILENAME      PIC X(40).

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(80).

      *--- Settlement accounts and banking date from the control
      *    record ---
       01  WS-CFG-OFCHK-ACCT     PIC 9(8) VALUE ZEROS.
       01  WS-CFG-WHOLD-ACCT     PIC 9(8) VALUE ZEROS.
       01  WS-CFG-ESCH-ACCT      PIC 9(8) VALUE ZEROS.
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-TODAY-INT          PIC 9(7).

      *--- GL account ATMSETL books the due-from-correspondent side
      *    of each day's settlement to ---
       01  WS-GL-SETTLE          PIC 9(6) VALUE 100300.

      *--- Days of ATM activity looked back over. Longer than the
      *    oldest aging bucket so a day never settled still shows
      *    as over 90. ---
       01  WS-ATM-WINDOW         PIC 9(3) VALUE 120.

      *--- Ledger balances of the three settlement accounts ---
       01  WS-OFCHK-BAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-WHOLD-BAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-ESCH-BAL           PIC S9(11)V99 VALUE ZEROS.
       01  WS-BAL-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-BAL-FOUND          VALUE 1.

      *--- Credits into the withholding (position 1) and escheat
      *    (position 2) accounts in journal order, each reduced as
      *    the debits out of the account are applied oldest first;
      *    what is left is still owed out. ---
       01  WS-FI-TABLE.
           05  WS-FI-ENTRY       OCCURS 5000 TIMES.
               10  WS-FI-POS     PIC 9.
               10  WS-FI-DATE    PIC 9(8).
               10  WS-FI-AMT     PIC S9(9)V99.
       01  WS-FI-CNT             PIC 9(5) VALUE 0.
       01  WS-FI-MAX             PIC 9(5) VALUE 5000.
       01  WS-FI-IDX             PIC 9(5).
       01  WS-FI-DROPPED         PIC 9(5) VALUE 0.
       01  WS-POS-DEBIT-TABLE.
           05  WS-POS-DEBITS     PIC S9(11)V99 OCCURS 2 TIMES.
       01  WS-POS-NO             PIC 9.
       01  WS-DEBIT-LEFT         PIC S9(11)V99.

      *--- Payments in transit, journal side ---
       01  WS-PAY-SENT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       01  WS-PAY-RET-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-PAY-ACKED-TOTAL    PIC S9(11)V99 VALUE ZEROS.

      *--- ATMFEED posting runs in the window, and our posted net
      *    per day (slot 1 is today, slot n is n-1 days ago) ---
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY      PIC 9(6) OCCURS 1000 TIMES.
       01  WS-RUN-CNT            PIC 9(4) VALUE 0.
       01  WS-RUN-IDX            PIC 9(4).
       01  WS-RUN-HIT            PIC 9 VALUE 0.
       01  WS-WINDOW-START       PIC 9(8).
       01  WS-ATM-DAY-TABLE.
           05  WS-AD-ENTRY       OCCURS 120 TIMES.
               10  WS-AD-OUR-NET PIC S9(11)V99.
               10  WS-AD-SW-NET  PIC S9(11)V99.
               10  WS-AD-SETL-FLAG PIC 9.
       01  WS-AD-IDX             PIC 9(3).
       01  WS-AD-SLOT            PIC S9(7).
       01  WS-AD-DATE            PIC 9(8).

      *--- One position being reported ---
       01  WS-SEC-TITLE          PIC X(30).
       01  WS-SEC-ACCT           PIC 9(8).
       01  WS-SEC-LEDGER-LABEL   PIC X(20).
       01  WS-SEC-LEDGER         PIC S9(11)V99.
       01  WS-SEC-OPEN-TOTAL     PIC S9(11)V99.
       01  WS-SEC-OPEN-COUNT     PIC 9(7).
       01  WS-SEC-DIFF           PIC S9(11)V99.
       01  WS-AGE-TABLE.
           05  WS-AGE-BUCKET     OCCURS 3 TIMES.
               10  WS-AGE-COUNT  PIC 9(7).
               10  WS-AGE-AMT    PIC S9(11)V99.
       01  WS-AGE-IDX            PIC 9.
       01  WS-AGE-LABEL          PIC X(12).
       01  WS-ITEM-DATE          PIC 9(8).
       01  WS-ITEM-AMT           PIC S9(11)V99.
       01  WS-ITEM-AGE           PIC S9(7).

       01  WS-POSITIONS-RUN      PIC 9(2) VALUE 0.
       01  WS-POSITIONS-OFF      PIC 9(2) VALUE 0.

       01  WS-DISP-AMT           PIC $$,$$$,$$$,$$9.99-.
       01  WS-DISP-CNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  SETTLEMENT ACCOUNT RECONCILIATION"
           DISPLAY "========================================="

           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTRL-OFCHK-ACCT NUMERIC
                           MOVE CTRL-OFCHK-ACCT
                               TO WS-CFG-OFCHK-ACCT
                       END-IF
                       IF CTRL-WHOLD-ACCT NUMERIC
                           MOVE CTRL-WHOLD-ACCT
                               TO WS-CFG-WHOLD-ACCT
                       END-IF
                       IF CTRL-ESCHEAT-ACCT NUMERIC
                           MOVE CTRL-ESCHEAT-ACCT
                               TO WS-CFG-ESCH-ACCT
                       END-IF
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF

           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
                   DELIMITED BY SIZE INTO WS-TODAY-DATE
               END-STRING
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-ATM-WINDOW + 1)

           PERFORM OPEN-RPT-FILE

           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Cannot open the account file - "
                   "ledger balances will show as zero."
           END-IF

           INITIALIZE WS-ATM-DAY-TABLE
           INITIALIZE WS-POS-DEBIT-TABLE
           PERFORM COLLECT-ATMFEED-RUNS
               THRU COLLECT-ATMFEED-RUNS-EXIT

           MOVE "data/TXNHIST.dat" TO WS-TXN-PATH
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT
           MOVE "data/TRANSACTIONS.dat" TO WS-TXN-PATH
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT
           IF WS-FI-DROPPED > ZEROS
               DISPLAY "WARNING: " WS-FI-DROPPED " settlement "
                   "credits past the table limit were not aged."
           END-IF

           PERFORM REPORT-OFCHK-POSITION
               THRU REPORT-OFCHK-POSITION-EXIT
           PERFORM REPORT-WHOLD-POSITION
               THRU REPORT-WHOLD-POSITION-EXIT
           PERFORM REPORT-ESCH-POSITION
               THRU REPORT-ESCH-POSITION-EXIT
           PERFORM REPORT-PAY-POSITION
               THRU REPORT-PAY-POSITION-EXIT
           PERFORM REPORT-ATM-POSITION
               THRU REPORT-ATM-POSITION-EXIT

           IF WS-ACCT-IS-OPEN
               CLOSE ACCT-FILE
           END-IF

           DISPLAY SPACES
           DISPLAY "  Positions reconciled: " WS-POSITIONS-RUN
           DISPLAY "  Positions out:        " WS-POSITIONS-OFF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "POSITIONS " WS-POSITIONS-RUN
               "   OUT OF BALANCE " WS-POSITIONS-OFF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-POSITIONS-OFF > ZEROS
               DISPLAY "  ** One or more settlement positions do "
                   "not reconcile - see the report. **"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "========================================="
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/SETLREC-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "SETTLEMENT ACCOUNT RECONCILIATION"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "AS OF " WS-TODAY-DATE
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

      *    The ATMFEED posting runs inside the look-back window -
      *    their ids pick our ATM entries out of the journal.
       COLLECT-ATMFEED-RUNS.
           OPEN INPUT RUNH-FILE
           IF NOT WS-RUNH-OK
               GO TO COLLECT-ATMFEED-RUNS-EXIT
           END-IF
           MOVE LOW-VALUES TO RUNH-ID
           START RUNH-FILE KEY IS GREATER THAN RUNH-ID
               INVALID KEY
                   SET WS-RUNH-AT-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-RUN UNTIL WS-RUNH-AT-EOF
           CLOSE RUNH-FILE.
       COLLECT-ATMFEED-RUNS-EXIT.
           EXIT.

       CHECK-ONE-RUN.
           READ RUNH-FILE NEXT
               AT END
                   SET WS-RUNH-AT-EOF TO TRUE
               NOT AT END
                   IF RUNH-PROGRAM = "ATMFEED "
                       AND RUNH-DATE >= WS-WINDOW-START
                       AND RUNH-IS-POSTED
                       AND WS-RUN-CNT < 1000
                       ADD 1 TO WS-RUN-CNT
                       MOVE RUNH-ID
                           TO WS-RUN-ENTRY(WS-RUN-CNT)
                   END-IF
           END-READ.

      *    One pass over one journal file (the archive, then the
      *    live journal). Only completed entries count: a reversed
      *    original is marked V and its reversal is a type R entry,
      *    so both drop out together.
       SCAN-JOURNAL.
           MOVE 0 TO WS-TXN-EOF-FLAG
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               IF NOT WS-TXN-FILE-MISSING
                   DISPLAY "WARNING: Cannot open " WS-TXN-PATH
                       " - status " WS-TXN-STATUS
               END-IF
               GO TO SCAN-JOURNAL-EXIT
           END-IF
           PERFORM SCAN-ONE-TXN UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       SCAN-JOURNAL-EXIT.
           EXIT.

       SCAN-ONE-TXN.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   IF TXN-IS-COMPLETE
                       PERFORM TALLY-SETTLEMENT-TXN
                       PERFORM TALLY-PAYMENT-TXN
                       PERFORM TALLY-ATM-TXN
                           THRU TALLY-ATM-TXN-EXIT
                   END-IF
           END-READ.

      *    Withholding and escheat: credits are deposits to the
      *    account and transfers into it; debits are withdrawals,
      *    charges and transfers out of it.
       TALLY-SETTLEMENT-TXN.
           IF WS-CFG-WHOLD-ACCT > ZEROS
               MOVE 1 TO WS-POS-NO
               MOVE WS-CFG-WHOLD-ACCT TO WS-SEC-ACCT
               PERFORM TALLY-ONE-POSITION
           END-IF
           IF WS-CFG-ESCH-ACCT > ZEROS
               MOVE 2 TO WS-POS-NO
               MOVE WS-CFG-ESCH-ACCT TO WS-SEC-ACCT
               PERFORM TALLY-ONE-POSITION
           END-IF.

       TALLY-ONE-POSITION.
           IF TXN-ACCT-NO = WS-SEC-ACCT
               EVALUATE TRUE
                   WHEN TXN-IS-DEPOSIT
                       PERFORM ADD-OPEN-CREDIT
                   WHEN TXN-IS-WITHDRAWAL
                   WHEN TXN-IS-SVC-CHARGE
                   WHEN TXN-IS-TRANSFER
                       ADD TXN-AMOUNT TO WS-POS-DEBITS(WS-POS-NO)
               END-EVALUATE
           ELSE
               IF TXN-IS-TRANSFER
                   AND TXN-XFER-ACCT = WS-SEC-ACCT
                   PERFORM ADD-OPEN-CREDIT
               END-IF
           END-IF.

       ADD-OPEN-CREDIT.
           IF WS-FI-CNT < WS-FI-MAX
               ADD 1 TO WS-FI-CNT
               MOVE WS-POS-NO  TO WS-FI-POS(WS-FI-CNT)
               MOVE TXN-DATE   TO WS-FI-DATE(WS-FI-CNT)
               MOVE TXN-AMOUNT TO WS-FI-AMT(WS-FI-CNT)
           ELSE
               ADD 1 TO WS-FI-DROPPED
           END-IF.

       TALLY-PAYMENT-TXN.
           IF TXN-IS-WITHDRAWAL
               AND TXN-DESC = "EXTERNAL PAYMENT"
               ADD TXN-AMOUNT TO WS-PAY-SENT-TOTAL
           END-IF
           IF TXN-IS-DEPOSIT
               AND TXN-DESC = "PAYMENT RETURNED"
               ADD TXN-AMOUNT TO WS-PAY-RET-TOTAL
           END-IF.

       TALLY-ATM-TXN.
           IF TXN-RUN-ID = ZEROS OR WS-RUN-CNT = ZEROS
               GO TO TALLY-ATM-TXN-EXIT
           END-IF
           IF NOT TXN-IS-WITHDRAWAL AND NOT TXN-IS-DEPOSIT
               GO TO TALLY-ATM-TXN-EXIT
           END-IF
           IF TXN-DATE < WS-WINDOW-START
               OR TXN-DATE > WS-TODAY-DATE
               GO TO TALLY-ATM-TXN-EXIT
           END-IF
           MOVE 0 TO WS-RUN-HIT
           PERFORM MATCH-ONE-RUN VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-CNT OR WS-RUN-HIT = 1
           IF WS-RUN-HIT = 0
               GO TO TALLY-ATM-TXN-EXIT
           END-IF
           COMPUTE WS-AD-SLOT = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(TXN-DATE) + 1
           IF WS-AD-SLOT < 1 OR WS-AD-SLOT > WS-ATM-WINDOW
               GO TO TALLY-ATM-TXN-EXIT
           END-IF
           IF TXN-IS-WITHDRAWAL
               ADD TXN-AMOUNT TO WS-AD-OUR-NET(WS-AD-SLOT)
           ELSE
               SUBTRACT TXN-AMOUNT FROM WS-AD-OUR-NET(WS-AD-SLOT)
           END-IF.
       TALLY-ATM-TXN-EXIT.
           EXIT.

       MATCH-ONE-RUN.
           IF WS-RUN-ENTRY(WS-RUN-IDX) = TXN-RUN-ID
               MOVE 1 TO WS-RUN-HIT
           END-IF.

      *    Ledger balance of one settlement account (WS-SEC-ACCT)
      *    into WS-SEC-LEDGER.
       GET-LEDGER-BALANCE.
           MOVE ZEROS TO WS-SEC-LEDGER
           MOVE 0 TO WS-BAL-FOUND-FLAG
           IF NOT WS-ACCT-IS-OPEN
               GO TO GET-LEDGER-BALANCE-EXIT
           END-IF
           MOVE WS-SEC-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "  WARNING: Settlement account "
                       WS-SEC-ACCT " not on file."
               NOT INVALID KEY
                   MOVE ACCT-BAL TO WS-SEC-LEDGER
                   SET WS-BAL-FOUND TO TRUE
           END-READ.
       GET-LEDGER-BALANCE-EXIT.
           EXIT.

       START-SECTION.
           INITIALIZE WS-AGE-TABLE
           MOVE ZEROS TO WS-SEC-OPEN-TOTAL
           MOVE ZEROS TO WS-SEC-OPEN-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SEC-ACCT > ZEROS
               STRING WS-SEC-TITLE DELIMITED BY "  "
                   " - ACCOUNT " WS-SEC-ACCT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE WS-SEC-TITLE TO WS-RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE.

      *    Ages one open item (WS-ITEM-DATE, WS-ITEM-AMT) into the
      *    0-30 / 31-90 / over-90 buckets as of the report date.
      *    An item with no usable date goes in the oldest bucket.
       AGE-OPEN-ITEM.
           IF WS-ITEM-DATE NOT NUMERIC
               OR WS-ITEM-DATE < 16010101
               OR WS-ITEM-DATE > WS-TODAY-DATE
               MOVE 91 TO WS-ITEM-AGE
               IF WS-ITEM-DATE NUMERIC
                   AND WS-ITEM-DATE > WS-TODAY-DATE
                   MOVE ZEROS TO WS-ITEM-AGE
               END-IF
           ELSE
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 30
                   MOVE 1 TO WS-AGE-IDX
               WHEN WS-ITEM-AGE <= 90
                   MOVE 2 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 3 TO WS-AGE-IDX
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX)
           ADD WS-ITEM-AMT TO WS-AGE-AMT(WS-AGE-IDX)
           ADD 1 TO WS-SEC-OPEN-COUNT
           ADD WS-ITEM-AMT TO WS-SEC-OPEN-TOTAL.

      *    Ledger, open items, difference and aging for the position
      *    just gathered.
       FINISH-SECTION.
           COMPUTE WS-SEC-DIFF = WS-SEC-LEDGER - WS-SEC-OPEN-TOTAL
           ADD 1 TO WS-POSITIONS-RUN
           MOVE WS-SEC-LEDGER TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-SEC-LEDGER-LABEL "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SEC-OPEN-TOTAL TO WS-DISP-AMT
           MOVE WS-SEC-OPEN-COUNT TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OPEN ITEMS            " WS-DISP-AMT
               "  ITEMS " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SEC-DIFF TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SEC-DIFF = ZEROS
               STRING "  DIFFERENCE            " WS-DISP-AMT
                   "  IN BALANCE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  DIFFERENCE            " WS-DISP-AMT
                   "  ** OUT **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               ADD 1 TO WS-POSITIONS-OFF
           END-IF
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-AGE-BUCKET VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 3
           MOVE WS-SEC-DIFF TO WS-DISP-AMT
           DISPLAY "  " WS-SEC-TITLE " difference " WS-DISP-AMT.

       PRINT-AGE-BUCKET.
           EVALUATE WS-AGE-IDX
               WHEN 1 MOVE "0-30 DAYS"    TO WS-AGE-LABEL
               WHEN 2 MOVE "31-90 DAYS"   TO WS-AGE-LABEL
               WHEN 3 MOVE "OVER 90 DAYS" TO WS-AGE-LABEL
           END-EVALUATE
           MOVE WS-AGE-AMT(WS-AGE-IDX) TO WS-DISP-AMT
           MOVE WS-AGE-COUNT(WS-AGE-IDX) TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "    AGED " WS-AGE-LABEL "  " WS-DISP-AMT
               "  ITEMS " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    A position whose settlement account is not configured.
       SKIP-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SEC-TITLE DELIMITED BY "  "
               " - NO SETTLEMENT ACCOUNT CONFIGURED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    Official checks: the account carries the funds of every
      *    check issued and not yet presented or voided.
       REPORT-OFCHK-POSITION.
           MOVE "OFFICIAL CHECKS" TO WS-SEC-TITLE
           MOVE WS-CFG-OFCHK-ACCT TO WS-SEC-ACCT
           IF WS-SEC-ACCT = ZEROS
               PERFORM SKIP-SECTION
               GO TO REPORT-OFCHK-POSITION-EXIT
           END-IF
           PERFORM START-SECTION
           MOVE "LEDGER BALANCE" TO WS-SEC-LEDGER-LABEL
           PERFORM GET-LEDGER-BALANCE THRU GET-LEDGER-BALANCE-EXIT
           MOVE 0 TO WS-OFCHK-EOF-FLAG
           OPEN INPUT OFCHK-FILE
           IF WS-OFCHK-OK
               MOVE LOW-VALUES TO OFCHK-SERIAL
               START OFCHK-FILE KEY IS GREATER THAN OFCHK-SERIAL
                   INVALID KEY
                       SET WS-OFCHK-AT-EOF TO TRUE
               END-START
               PERFORM AGE-ONE-OFCHK UNTIL WS-OFCHK-AT-EOF
               CLOSE OFCHK-FILE
           END-IF
           PERFORM FINISH-SECTION.
       REPORT-OFCHK-POSITION-EXIT.
           EXIT.

       AGE-ONE-OFCHK.
           READ OFCHK-FILE NEXT
               AT END
                   SET WS-OFCHK-AT-EOF TO TRUE
               NOT AT END
                   IF OFCHK-IS-OUTSTANDING
                       MOVE OFCHK-ISSUE-DT TO WS-ITEM-DATE
                       MOVE OFCHK-AMOUNT TO WS-ITEM-AMT
                       PERFORM AGE-OPEN-ITEM
                   END-IF
           END-READ.

       REPORT-WHOLD-POSITION.
           MOVE "BACKUP WITHHOLDING" TO WS-SEC-TITLE
           MOVE WS-CFG-WHOLD-ACCT TO WS-SEC-ACCT
           MOVE 1 TO WS-POS-NO
           IF WS-SEC-ACCT = ZEROS
               PERFORM SKIP-SECTION
               GO TO REPORT-WHOLD-POSITION-EXIT
           END-IF
           PERFORM REPORT-FIFO-POSITION.
       REPORT-WHOLD-POSITION-EXIT.
           EXIT.

       REPORT-ESCH-POSITION.
           MOVE "ESCHEAT PENDING REMITTANCE" TO WS-SEC-TITLE
           MOVE WS-CFG-ESCH-ACCT TO WS-SEC-ACCT
           MOVE 2 TO WS-POS-NO
           IF WS-SEC-ACCT = ZEROS
               PERFORM SKIP-SECTION
               GO TO REPORT-ESCH-POSITION-EXIT
           END-IF
           PERFORM REPORT-FIFO-POSITION.
       REPORT-ESCH-POSITION-EXIT.
           EXIT.

      *    Applies the position's debits against its credits oldest
      *    first; each credit with anything left is an open item,
      *    aged from the day it came in.
       REPORT-FIFO-POSITION.
           PERFORM START-SECTION
           MOVE "LEDGER BALANCE" TO WS-SEC-LEDGER-LABEL
           PERFORM GET-LEDGER-BALANCE THRU GET-LEDGER-BALANCE-EXIT
           MOVE WS-POS-DEBITS(WS-POS-NO) TO WS-DEBIT-LEFT
           PERFORM APPLY-ONE-CREDIT VARYING WS-FI-IDX FROM 1 BY 1
               UNTIL WS-FI-IDX > WS-FI-CNT
           PERFORM FINISH-SECTION.

       APPLY-ONE-CREDIT.
           IF WS-FI-POS(WS-FI-IDX) = WS-POS-NO
               IF WS-DEBIT-LEFT >= WS-FI-AMT(WS-FI-IDX)
                   SUBTRACT WS-FI-AMT(WS-FI-IDX) FROM WS-DEBIT-LEFT
               ELSE
                   COMPUTE WS-ITEM-AMT =
                       WS-FI-AMT(WS-FI-IDX) - WS-DEBIT-LEFT
                   MOVE ZEROS TO WS-DEBIT-LEFT
                   MOVE WS-FI-DATE(WS-FI-IDX) TO WS-ITEM-DATE
                   PERFORM AGE-OPEN-ITEM
               END-IF
           END-IF.

      *    Payments in transit: PAYOUT debits the customer when the
      *    instruction goes out, so the money is in flight until
      *    PAYACK sees it acknowledged (final) or returned
      *    (re-credited). There is no settlement account; the
      *    ledger side is what the journal says is still out.
       REPORT-PAY-POSITION.
           MOVE "PAYMENTS IN TRANSIT" TO WS-SEC-TITLE
           MOVE ZEROS TO WS-SEC-ACCT
           PERFORM START-SECTION
           MOVE "JOURNAL IN TRANSIT" TO WS-SEC-LEDGER-LABEL
           MOVE 0 TO WS-PAY-EOF-FLAG
           OPEN INPUT PAY-FILE
           IF WS-PAY-OK
               MOVE LOW-VALUES TO PAY-ID
               START PAY-FILE KEY IS GREATER THAN PAY-ID
                   INVALID KEY
                       SET WS-PAY-AT-EOF TO TRUE
               END-START
               PERFORM AGE-ONE-PAYMENT UNTIL WS-PAY-AT-EOF
               CLOSE PAY-FILE
           END-IF
           COMPUTE WS-SEC-LEDGER = WS-PAY-SENT-TOTAL
               - WS-PAY-RET-TOTAL - WS-PAY-ACKED-TOTAL
           PERFORM FINISH-SECTION.
       REPORT-PAY-POSITION-EXIT.
           EXIT.

       AGE-ONE-PAYMENT.
           READ PAY-FILE NEXT
               AT END
                   SET WS-PAY-AT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PAY-IS-SENT
                           MOVE PAY-SENT-DATE TO WS-ITEM-DATE
                           MOVE PAY-AMOUNT TO WS-ITEM-AMT
                           PERFORM AGE-OPEN-ITEM
                       WHEN PAY-IS-ACKED
                           ADD PAY-AMOUNT TO WS-PAY-ACKED-TOTAL
                   END-EVALUATE
           END-READ.

      *    ATM settlement: each day's net cash out of our machines
      *    (withdrawals less deposits posted by ATMFEED) is due
      *    from the correspondent until ATMSETL books that day's
      *    settlement pair. The ledger side is what we posted less
      *    what the switch settled; the open items are the days no
      *    settlement has been booked for. A settled day whose
      *    switch total differed from ours leaves a difference.
       REPORT-ATM-POSITION.
           MOVE "ATM SETTLEMENT" TO WS-SEC-TITLE
           MOVE ZEROS TO WS-SEC-ACCT
           PERFORM START-SECTION
           MOVE "UNSETTLED NET" TO WS-SEC-LEDGER-LABEL
           MOVE ZEROS TO WS-SEC-LEDGER
           PERFORM CHECK-ONE-ATM-DAY VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-ATM-WINDOW
           PERFORM FINISH-SECTION.
       REPORT-ATM-POSITION-EXIT.
           EXIT.

       CHECK-ONE-ATM-DAY.
           COMPUTE WS-AD-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-AD-IDX + 1)
           MOVE SPACES TO WS-STLP-FILENAME
           STRING "data/ATMSETL-" WS-AD-DATE ".dat"
               DELIMITED BY SIZE INTO WS-STLP-FILENAME
           END-STRING
           OPEN INPUT STLP-FILE
           IF WS-STLP-OK
               MOVE 1 TO WS-AD-SETL-FLAG(WS-AD-IDX)
               MOVE 0 TO WS-STLP-EOF-FLAG
               PERFORM READ-ONE-STLP UNTIL WS-STLP-AT-EOF
               CLOSE STLP-FILE
           END-IF
           ADD WS-AD-OUR-NET(WS-AD-IDX) TO WS-SEC-LEDGER
           SUBTRACT WS-AD-SW-NET(WS-AD-IDX) FROM WS-SEC-LEDGER
           IF WS-AD-SETL-FLAG(WS-AD-IDX) = 0
               AND WS-AD-OUR-NET(WS-AD-IDX) NOT = ZEROS
               MOVE WS-AD-DATE TO WS-ITEM-DATE
               MOVE WS-AD-OUR-NET(WS-AD-IDX) TO WS-ITEM-AMT
               PERFORM AGE-OPEN-ITEM
           END-IF.

       READ-ONE-STLP.
           READ STLP-FILE
               AT END
                   SET WS-STLP-AT-EOF TO TRUE
               NOT AT END
                   IF STLP-GL-ACCT = WS-GL-SETTLE
                       ADD STLP-DR-AMT TO WS-AD-SW-NET(WS-AD-IDX)
                       SUBTRACT STLP-CR-AMT
                           FROM WS-AD-SW-NET(WS-AD-IDX)
                   END-IF
           END-READ.

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
           MOVE "SETLREC "       TO RPC-PROGRAM
           MOVE WS-TODAY-DATE    TO RPC-DATE
           MOVE ZEROS            TO RPC-TIME
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

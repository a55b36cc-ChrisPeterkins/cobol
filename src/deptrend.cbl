       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREND.
      *================================================================*
      * DEPTREND - Deposit Growth and Attrition Trend Report           *
      * Month-end step. Reads the end-of-day balance snapshots         *
      * (BALHIST.dat) for the thirteen months ending with the banking  *
      * date's month and takes each account's month-end balance - its *
      * last snapshot in the month. Balances are rolled up by branch   *
      * and account type, and each month's change is split three       *
      * ways:                                                          *
      *   NEW      - accounts opened in the month (ACCT-OPEN-DT)       *
      *   RUN-OFF  - accounts closed in the month (the audit log's     *
      *              CLOSE entries, and the other actions that close   *
      *              an account - ESCHEAT, CDEARLY, ESTDISB, MERGE)   *
      *   RETAINED - the net change on every other account,            *
      * so the three foot to the month's change. Branch and bank       *
      * totals follow, then the twenty largest outflows by customer    *
      * in the latest month (an account not linked to the customer     *
      * master stands alone) with the holder's phone number, for the   *
      * relationship managers to call. Foreign-currency balances are   *
      * valued in USD at the posted FX-REC buy rate; an account with   *
      * no rate is left out and counted. Read-only; report             *
      * data/DEPTREND-<date>.txt, cataloged on the report spool.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE
               ASSIGN TO "data/BALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT RPC-FILE
               ASSIGN TO "data/RPTCAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-DEPTREND.tmp".

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       COPY SNAP-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

      *    One account's last two month-ends, in holder order, for
      *    the outflow ranking. SORT-HOLDER is the customer number,
      *    or the account number for an account not yet linked.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-HOLDER-TYPE   PIC X(1).
           05  SORT-HOLDER        PIC 9(8).
           05  SORT-NAME          PIC X(30).
           05  SORT-BRANCH        PIC X(4).
           05  SORT-PRIOR-BAL     PIC S9(13)V99.
           05  SORT-CURR-BAL      PIC S9(13)V99.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS        PIC XX.
           88  WS-SNAP-OK            VALUE "00".
           88  WS-SNAP-FILE-MISSING  VALUE "35".
       01  WS-SNAP-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SNAP-AT-EOF        VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
       01  WS-AUDIT-EOF-FLAG     PIC 9 VALUE 0.
           88  WS-AUDIT-AT-EOF       VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

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

      *--- The thirteen months. Month 13 is the banking date's
      *    month; WS-BASE-MONTH is its year * 12 + month - 1. ---
       01  WS-BASE-MONTH         PIC 9(6) VALUE 0.
       01  WS-MONTH-NUM          PIC 9(6) VALUE 0.
       01  WS-MON-IDX            PIC 9(2).
       01  WS-MON-TABLE.
           05  WS-MON-LABEL      OCCURS 13 TIMES PIC X(7).
       01  WS-WINDOW-START       PIC 9(8) VALUE 0.
       01  WS-DATE-WORK          PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR        PIC 9(4).
           05  WS-DP-MONTH       PIC 9(2).
           05  WS-DP-DAY         PIC 9(2).
      *    Month index of WS-DATE-WORK; zero outside the window.
       01  WS-DATE-IDX           PIC 9(2).
       01  WS-DATE-IDX-WORK      PIC S9(7).

      *--- Close dates from the audit log, latest per account,
      *    kept only inside the window. ---
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES.
               10  WS-CL-ACCT    PIC 9(8).
               10  WS-CL-DATE    PIC 9(8).
       01  WS-CL-COUNT           PIC 9(4) VALUE 0.
       01  WS-CL-IDX             PIC 9(4).
       01  WS-CL-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-CL-FOUND           VALUE 1.
       01  WS-CL-OVERFLOW-FLAG   PIC 9 VALUE 0.
           88  WS-CL-OVERFLOWED      VALUE 1.

      *--- The account being gathered from the snapshots ---
       01  WS-CUR-ACCT           PIC 9(8) VALUE 0.
       01  WS-AB-TABLE.
           05  WS-AB-MON OCCURS 13 TIMES.
               10  WS-AB-BAL     PIC S9(13)V99.
       01  WS-OPEN-IDX           PIC 9(2).
       01  WS-CLOSE-IDX          PIC 9(2).
       01  WS-USD-RATE           PIC 9(3)V9(6).
       01  WS-WORK-BRANCH        PIC X(4).
       01  WS-WORK-TYPE          PIC X(1).
       01  WS-WORK-OPEN-DT       PIC 9(8).
       01  WS-WORK-CUST-NO       PIC 9(8).
       01  WS-WORK-NAME          PIC X(30).
       01  WS-WORK-CURRENCY      PIC X(3).
       01  WS-CHANGE             PIC S9(13)V99.

      *--- Month-end figures by branch and account type ---
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 200 TIMES.
               10  WS-TC-KEY.
                   15  WS-TC-BRANCH  PIC X(4).
                   15  WS-TC-TYPE    PIC X(1).
               10  WS-TC-MONTHS.
                   15  WS-TC-MON OCCURS 13 TIMES.
                       20  WS-TC-BAL     PIC S9(13)V99.
                       20  WS-TC-NEW-AMT PIC S9(13)V99.
                       20  WS-TC-NEW-CNT PIC 9(5).
                       20  WS-TC-CLS-AMT PIC S9(13)V99.
                       20  WS-TC-CLS-CNT PIC 9(5).
                       20  WS-TC-RET-AMT PIC S9(13)V99.
       01  WS-TC-COUNT           PIC 9(3) VALUE 0.
       01  WS-TC-IDX             PIC 9(3).
       01  WS-TC-IDX2            PIC 9(3).
       01  WS-TC-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-TC-FOUND           VALUE 1.
       01  WS-TC-SWAP-FLAG       PIC 9 VALUE 0.
           88  WS-TC-SWAPPED         VALUE 1.
       01  WS-TC-HOLD            PIC X(915).

      *    The block being printed, and the branch and bank totals
      *    it is added into; same layout as WS-TC-MONTHS.
       01  WS-PB-MONTHS.
           05  WS-PB-MON OCCURS 13 TIMES.
               10  WS-PB-BAL     PIC S9(13)V99.
               10  WS-PB-NEW-AMT PIC S9(13)V99.
               10  WS-PB-NEW-CNT PIC 9(5).
               10  WS-PB-CLS-AMT PIC S9(13)V99.
               10  WS-PB-CLS-CNT PIC 9(5).
               10  WS-PB-RET-AMT PIC S9(13)V99.
       01  WS-BT-MONTHS.
           05  WS-BT-MON OCCURS 13 TIMES.
               10  WS-BT-BAL     PIC S9(13)V99.
               10  WS-BT-NEW-AMT PIC S9(13)V99.
               10  WS-BT-NEW-CNT PIC 9(5).
               10  WS-BT-CLS-AMT PIC S9(13)V99.
               10  WS-BT-CLS-CNT PIC 9(5).
               10  WS-BT-RET-AMT PIC S9(13)V99.
       01  WS-GT-MONTHS.
           05  WS-GT-MON OCCURS 13 TIMES.
               10  WS-GT-BAL     PIC S9(13)V99.
               10  WS-GT-NEW-AMT PIC S9(13)V99.
               10  WS-GT-NEW-CNT PIC 9(5).
               10  WS-GT-CLS-AMT PIC S9(13)V99.
               10  WS-GT-CLS-CNT PIC 9(5).
               10  WS-GT-RET-AMT PIC S9(13)V99.
       01  WS-PB-TITLE           PIC X(60).
       01  WS-PREV-BRANCH        PIC X(4).
       01  WS-BR-NAME-DISP       PIC X(20).
       01  WS-TYPE-NAME          PIC X(13).
       01  WS-PB-CHANGE          PIC S9(13)V99.
       01  WS-PB-PCT             PIC S9(5)V9.

      *--- Largest outflows in the latest month, largest first ---
       01  WS-TOP-MAX            PIC 9(2) VALUE 20.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 20 TIMES.
               10  WS-TOP-HOLDER-TYPE PIC X(1).
               10  WS-TOP-HOLDER     PIC 9(8).
               10  WS-TOP-NAME       PIC X(30).
               10  WS-TOP-BRANCH     PIC X(4).
               10  WS-TOP-PRIOR      PIC S9(13)V99.
               10  WS-TOP-CURR       PIC S9(13)V99.
               10  WS-TOP-OUTFLOW    PIC S9(13)V99.
       01  WS-TOP-COUNT          PIC 9(2) VALUE 0.
       01  WS-TOP-IDX            PIC 9(2).
       01  WS-TOP-POS            PIC 9(2).
       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-AT-EOF        VALUE 1.
       01  WS-HD-TYPE            PIC X(1).
       01  WS-HD-HOLDER          PIC 9(8).
       01  WS-HD-NAME            PIC X(30).
       01  WS-HD-BRANCH          PIC X(4).
       01  WS-HD-PRIOR           PIC S9(13)V99.
       01  WS-HD-CURR            PIC S9(13)V99.
       01  WS-HD-OUTFLOW         PIC S9(13)V99.
       01  WS-PHONE              PIC X(12).

       01  WS-ACCTS-GATHERED     PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OFF-MASTER-COUNT   PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-BAL           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-CHG           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-NEW           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-CLS           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-RET           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-NEW-CNT       PIC ZZZZ9.
       01  WS-DISP-CLS-CNT       PIC ZZZZ9.
       01  WS-DISP-PCT           PIC -ZZZZ9.9.
       01  WS-DISP-RANK          PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  DEPOSIT GROWTH AND ATTRITION TREND"
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF
           PERFORM SET-UP-MONTHS

           OPEN INPUT SNAP-FILE
           IF NOT WS-SNAP-OK
               IF WS-SNAP-FILE-MISSING
                   DISPLAY "No balance history - nothing to report."
               ELSE
                   DISPLAY "Error opening balance history: "
                       WS-SNAP-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *    Without the account master every balance lands under an
      *    unknown branch and type, and nothing counts as new; the
      *    customer and branch masters only dress the listing.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: No account master - balances are "
                   "not split by branch or type."
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT FX-FILE
           IF WS-FX-OK
               SET WS-FX-IS-OPEN TO TRUE
           END-IF

           PERFORM HARVEST-CLOSE-DATES THRU HARVEST-CLOSE-DATES-EXIT
           PERFORM OPEN-RPT-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-HOLDER-TYPE
               ON ASCENDING KEY SORT-HOLDER
               INPUT PROCEDURE IS GATHER-SNAPSHOTS
                   THRU GATHER-SNAPSHOTS-EXIT
               OUTPUT PROCEDURE IS RANK-OUTFLOWS
                   THRU RANK-OUTFLOWS-EXIT
           CLOSE SNAP-FILE

           PERFORM ORDER-TREND-CELLS
           PERFORM PRINT-TREND-BY-BRANCH
           PERFORM PRINT-TOP-OUTFLOWS

           DISPLAY SPACES
           DISPLAY "  Accounts gathered:  " WS-ACCTS-GATHERED
           DISPLAY "  Branch/type cells:  " WS-TC-COUNT
           IF WS-OFF-MASTER-COUNT > ZEROS
               DISPLAY "  Not on master:      " WS-OFF-MASTER-COUNT
           END-IF
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "  No USD rate:        " WS-UNVALUED-COUNT
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               PERFORM REGISTER-SPOOL-REPORT
                   THRU REGISTER-SPOOL-REPORT-EXIT
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           IF WS-ACCT-IS-OPEN
               CLOSE ACCT-FILE
               MOVE 0 TO WS-ACCT-OPEN-FLAG
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
               MOVE 0 TO WS-CUST-OPEN-FLAG
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

      *    Month 13 is the banking date's month, month 1 twelve
      *    months before it. Labels read YYYY-MM.
       SET-UP-MONTHS.
           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           COMPUTE WS-BASE-MONTH = WS-DP-YEAR * 12 + WS-DP-MONTH - 1
           PERFORM SET-UP-ONE-MONTH
               VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 13
           MOVE WS-MON-LABEL(1)(1:4) TO WS-DP-YEAR
           MOVE WS-MON-LABEL(1)(6:2) TO WS-DP-MONTH
           MOVE 1 TO WS-DP-DAY
           MOVE WS-DATE-WORK TO WS-WINDOW-START.

       SET-UP-ONE-MONTH.
           COMPUTE WS-MONTH-NUM = WS-BASE-MONTH - 13 + WS-MON-IDX
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-DP-YEAR
               REMAINDER WS-DP-MONTH
           ADD 1 TO WS-DP-MONTH
           MOVE SPACES TO WS-MON-LABEL(WS-MON-IDX)
           STRING WS-DP-YEAR "-" WS-DP-MONTH
               DELIMITED BY SIZE INTO WS-MON-LABEL(WS-MON-IDX)
           END-STRING.

      *    Sets WS-DATE-IDX to the window month WS-DATE-WORK falls
      *    in, or zero.
       FIND-DATE-MONTH.
           MOVE 0 TO WS-DATE-IDX
           IF WS-DATE-WORK NOT NUMERIC OR WS-DATE-WORK = ZEROS
               GO TO FIND-DATE-MONTH-EXIT
           END-IF
           COMPUTE WS-DATE-IDX-WORK =
               WS-DP-YEAR * 12 + WS-DP-MONTH - 1
               - WS-BASE-MONTH + 13
           IF WS-DATE-IDX-WORK > 0 AND WS-DATE-IDX-WORK < 14
               MOVE WS-DATE-IDX-WORK TO WS-DATE-IDX
           END-IF.
       FIND-DATE-MONTH-EXIT.
           EXIT.

      *================================================================*
      * Close dates                                                    *
      *================================================================*
       HARVEST-CLOSE-DATES.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: No audit log - closed accounts "
                   "are counted as retained."
               GO TO HARVEST-CLOSE-DATES-EXIT
           END-IF
           PERFORM HARVEST-ONE-AUDIT UNTIL WS-AUDIT-AT-EOF
           CLOSE AUDIT-FILE.
       HARVEST-CLOSE-DATES-EXIT.
           EXIT.

       HARVEST-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-AT-EOF TO TRUE
               NOT AT END
                   IF (AUDIT-ACTION = "CLOSE"
                       OR AUDIT-ACTION = "ESCHEAT"
                       OR AUDIT-ACTION = "CDEARLY"
                       OR AUDIT-ACTION = "ESTDISB"
                       OR AUDIT-ACTION = "MERGE")
                       AND AUDIT-DATE NOT < WS-WINDOW-START
                       AND AUDIT-ACCT-NO > ZEROS
                       PERFORM NOTE-CLOSE-DATE
                   END-IF
           END-READ.

       NOTE-CLOSE-DATE.
           MOVE AUDIT-ACCT-NO TO WS-CUR-ACCT
           PERFORM FIND-CLOSE-ENTRY
           IF WS-CL-FOUND
               MOVE AUDIT-DATE TO WS-CL-DATE(WS-CL-IDX)
           ELSE
               IF WS-CL-COUNT < 2000
                   ADD 1 TO WS-CL-COUNT
                   MOVE AUDIT-ACCT-NO TO WS-CL-ACCT(WS-CL-COUNT)
                   MOVE AUDIT-DATE TO WS-CL-DATE(WS-CL-COUNT)
               ELSE
                   IF NOT WS-CL-OVERFLOWED
                       SET WS-CL-OVERFLOWED TO TRUE
                       DISPLAY "WARNING: More than 2000 closures in "
                           "the window - the rest count as "
                           "retained."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE ZEROS TO WS-CUR-ACCT.

      *    Leaves WS-CL-IDX on WS-CUR-ACCT's entry when found.
       FIND-CLOSE-ENTRY.
           MOVE 0 TO WS-CL-FOUND-FLAG
           PERFORM CHECK-ONE-CLOSE-ENTRY
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-CL-FOUND
           IF WS-CL-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
           END-IF.

       CHECK-ONE-CLOSE-ENTRY.
           IF WS-CL-ACCT(WS-CL-IDX) = WS-CUR-ACCT
               SET WS-CL-FOUND TO TRUE
           END-IF.

      *================================================================*
      * Gathering the snapshots - the SORT input procedure             *
      *================================================================*
      *    BALHIST is keyed account then date, so each account's
      *    snapshots arrive together and oldest first; the last one
      *    in a month is the month-end balance.
       GATHER-SNAPSHOTS.
           MOVE ZEROS TO WS-CUR-ACCT
           INITIALIZE WS-AB-TABLE
           MOVE WS-WINDOW-START TO SNAP-DATE
           MOVE ZEROS TO SNAP-ACCT-NO
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   GO TO GATHER-SNAPSHOTS-EXIT
           END-START
           PERFORM GATHER-NEXT-SNAPSHOT UNTIL WS-SNAP-AT-EOF
           IF WS-CUR-ACCT > ZEROS
               PERFORM ROLL-UP-ACCOUNT THRU ROLL-UP-ACCOUNT-EXIT
           END-IF.
       GATHER-SNAPSHOTS-EXIT.
           EXIT.

       GATHER-NEXT-SNAPSHOT.
           READ SNAP-FILE NEXT
               AT END
                   SET WS-SNAP-AT-EOF TO TRUE
               NOT AT END
                   IF SNAP-ACCT-NO NOT = WS-CUR-ACCT
                       IF WS-CUR-ACCT > ZEROS
                           PERFORM ROLL-UP-ACCOUNT
                               THRU ROLL-UP-ACCOUNT-EXIT
                       END-IF
                       MOVE SNAP-ACCT-NO TO WS-CUR-ACCT
                       INITIALIZE WS-AB-TABLE
                   END-IF
                   MOVE SNAP-DATE TO WS-DATE-WORK
                   PERFORM FIND-DATE-MONTH THRU FIND-DATE-MONTH-EXIT
                   IF WS-DATE-IDX > 0
                       MOVE SNAP-BALANCE TO WS-AB-BAL(WS-DATE-IDX)
                       MOVE SNAP-CURRENCY TO WS-WORK-CURRENCY
                   END-IF
           END-READ.

      *    One account's thirteen month-ends into its branch/type
      *    cell, each month's change classed as new, run-off or
      *    retained, and the last month's movement released for the
      *    outflow ranking.
       ROLL-UP-ACCOUNT.
           ADD 1 TO WS-ACCTS-GATHERED
           MOVE "????" TO WS-WORK-BRANCH
           MOVE "?" TO WS-WORK-TYPE
           MOVE ZEROS TO WS-WORK-OPEN-DT WS-WORK-CUST-NO
           MOVE SPACES TO WS-WORK-NAME
           IF WS-ACCT-IS-OPEN
               MOVE WS-CUR-ACCT TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-OFF-MASTER-COUNT
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH TO WS-WORK-BRANCH
                       IF ACCT-BRANCH = SPACES OR LOW-VALUES
                           MOVE "0001" TO WS-WORK-BRANCH
                       END-IF
                       MOVE ACCT-TYPE TO WS-WORK-TYPE
                       MOVE ACCT-OPEN-DT TO WS-WORK-OPEN-DT
                       IF ACCT-CUST-NO NUMERIC
                           MOVE ACCT-CUST-NO TO WS-WORK-CUST-NO
                       END-IF
                       MOVE ACCT-NAME TO WS-WORK-NAME
                       MOVE ACCT-CURRENCY TO WS-WORK-CURRENCY
               END-READ
           END-IF

           MOVE 1 TO WS-USD-RATE
           IF WS-WORK-CURRENCY NOT = "USD"
               AND WS-WORK-CURRENCY NOT = SPACES
               PERFORM FIND-USD-RATE THRU FIND-USD-RATE-EXIT
               IF WS-USD-RATE = ZEROS
                   ADD 1 TO WS-UNVALUED-COUNT
                   DISPLAY "  Account " WS-CUR-ACCT " ("
                       WS-WORK-CURRENCY
                       ") - no USD rate on file, left out"
                   GO TO ROLL-UP-ACCOUNT-EXIT
               END-IF
               PERFORM VALUE-ONE-MONTH
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 13
           END-IF

           MOVE WS-WORK-OPEN-DT TO WS-DATE-WORK
           PERFORM FIND-DATE-MONTH THRU FIND-DATE-MONTH-EXIT
           MOVE WS-DATE-IDX TO WS-OPEN-IDX
           MOVE 0 TO WS-CLOSE-IDX
           PERFORM FIND-CLOSE-ENTRY
           IF WS-CL-FOUND
               MOVE WS-CL-DATE(WS-CL-IDX) TO WS-DATE-WORK
               PERFORM FIND-DATE-MONTH THRU FIND-DATE-MONTH-EXIT
               MOVE WS-DATE-IDX TO WS-CLOSE-IDX
           END-IF

           PERFORM FIND-TREND-CELL
           ADD WS-AB-BAL(1) TO WS-TC-BAL(WS-TC-IDX, 1)
           PERFORM CLASS-ONE-MONTH
               VARYING WS-MON-IDX FROM 2 BY 1 UNTIL WS-MON-IDX > 13

           IF WS-AB-BAL(12) NOT = ZEROS OR WS-AB-BAL(13) NOT = ZEROS
               IF WS-WORK-CUST-NO > ZEROS
                   MOVE "C" TO SORT-HOLDER-TYPE
                   MOVE WS-WORK-CUST-NO TO SORT-HOLDER
               ELSE
                   MOVE "A" TO SORT-HOLDER-TYPE
                   MOVE WS-CUR-ACCT TO SORT-HOLDER
               END-IF
               MOVE WS-WORK-NAME TO SORT-NAME
               MOVE WS-WORK-BRANCH TO SORT-BRANCH
               MOVE WS-AB-BAL(12) TO SORT-PRIOR-BAL
               MOVE WS-AB-BAL(13) TO SORT-CURR-BAL
               RELEASE SORT-REC
           END-IF.
       ROLL-UP-ACCOUNT-EXIT.
           EXIT.

       VALUE-ONE-MONTH.
           COMPUTE WS-AB-BAL(WS-MON-IDX) ROUNDED =
               WS-AB-BAL(WS-MON-IDX) * WS-USD-RATE.

      *    A month with no snapshot counts as a zero balance - the
      *    account was not open yet, or was purged.
       CLASS-ONE-MONTH.
           ADD WS-AB-BAL(WS-MON-IDX)
               TO WS-TC-BAL(WS-TC-IDX, WS-MON-IDX)
           COMPUTE WS-CHANGE = WS-AB-BAL(WS-MON-IDX)
               - WS-AB-BAL(WS-MON-IDX - 1)
           EVALUATE TRUE
               WHEN WS-OPEN-IDX = WS-MON-IDX
                   ADD WS-CHANGE
                       TO WS-TC-NEW-AMT(WS-TC-IDX, WS-MON-IDX)
                   ADD 1 TO WS-TC-NEW-CNT(WS-TC-IDX, WS-MON-IDX)
               WHEN WS-CLOSE-IDX = WS-MON-IDX
                   ADD WS-CHANGE
                       TO WS-TC-CLS-AMT(WS-TC-IDX, WS-MON-IDX)
                   ADD 1 TO WS-TC-CLS-CNT(WS-TC-IDX, WS-MON-IDX)
               WHEN OTHER
                   ADD WS-CHANGE
                       TO WS-TC-RET-AMT(WS-TC-IDX, WS-MON-IDX)
           END-EVALUATE.

      *    Leaves WS-TC-IDX on the cell for WS-WORK-BRANCH and
      *    WS-WORK-TYPE, adding it when new. Past the table, the
      *    figures go to the last cell rather than being lost.
       FIND-TREND-CELL.
           MOVE 0 TO WS-TC-FOUND-FLAG
           PERFORM CHECK-ONE-TREND-CELL
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT OR WS-TC-FOUND
           IF WS-TC-FOUND
               SUBTRACT 1 FROM WS-TC-IDX
           ELSE
               IF WS-TC-COUNT < 200
                   ADD 1 TO WS-TC-COUNT
                   MOVE WS-TC-COUNT TO WS-TC-IDX
                   INITIALIZE WS-TC-ENTRY(WS-TC-IDX)
                   MOVE WS-WORK-BRANCH TO WS-TC-BRANCH(WS-TC-IDX)
                   MOVE WS-WORK-TYPE TO WS-TC-TYPE(WS-TC-IDX)
               ELSE
                   MOVE 200 TO WS-TC-IDX
               END-IF
           END-IF.

       CHECK-ONE-TREND-CELL.
           IF WS-TC-BRANCH(WS-TC-IDX) = WS-WORK-BRANCH
               AND WS-TC-TYPE(WS-TC-IDX) = WS-WORK-TYPE
               SET WS-TC-FOUND TO TRUE
           END-IF.

      *    The posted buy rate to USD; zero when no current rate is
      *    on file.
       FIND-USD-RATE.
           MOVE ZEROS TO WS-USD-RATE
           IF NOT WS-FX-IS-OPEN
               GO TO FIND-USD-RATE-EXIT
           END-IF
           MOVE WS-WORK-CURRENCY TO FX-CCY-FROM
           MOVE "USD"            TO FX-CCY-TO
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

      *================================================================*
      * Outflow ranking - the SORT output procedure                    *
      *================================================================*
      *    Holders arrive together; each one's accounts are summed
      *    and a net outflow (prior month-end less this one) is
      *    offered to the top-twenty table.
       RANK-OUTFLOWS.
           MOVE 0 TO WS-SORT-EOF-FLAG
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN
           PERFORM RANK-ONE-HOLDER UNTIL WS-SORT-AT-EOF.
       RANK-OUTFLOWS-EXIT.
           EXIT.

       RANK-ONE-HOLDER.
           MOVE SORT-HOLDER-TYPE TO WS-HD-TYPE
           MOVE SORT-HOLDER      TO WS-HD-HOLDER
           MOVE SORT-NAME        TO WS-HD-NAME
           MOVE SORT-BRANCH      TO WS-HD-BRANCH
           MOVE ZEROS TO WS-HD-PRIOR WS-HD-CURR
           PERFORM ADD-HOLDER-ACCOUNT
               UNTIL WS-SORT-AT-EOF
               OR SORT-HOLDER-TYPE NOT = WS-HD-TYPE
               OR SORT-HOLDER NOT = WS-HD-HOLDER
           COMPUTE WS-HD-OUTFLOW = WS-HD-PRIOR - WS-HD-CURR
           IF WS-HD-OUTFLOW > ZEROS
               PERFORM OFFER-TOP-OUTFLOW
           END-IF.

       ADD-HOLDER-ACCOUNT.
           ADD SORT-PRIOR-BAL TO WS-HD-PRIOR
           ADD SORT-CURR-BAL TO WS-HD-CURR
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

      *    Finds the holder's place in the table (largest first),
      *    moves the smaller entries down one and drops the last
      *    when the table is full.
       OFFER-TOP-OUTFLOW.
           PERFORM FIND-TOP-POSITION
               VARYING WS-TOP-POS FROM 1 BY 1
               UNTIL WS-TOP-POS > WS-TOP-COUNT
               OR WS-HD-OUTFLOW > WS-TOP-OUTFLOW(WS-TOP-POS)
           IF WS-TOP-POS > WS-TOP-MAX
               GO TO OFFER-TOP-OUTFLOW-EXIT
           END-IF
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
           END-IF
           PERFORM SHIFT-TOP-ENTRY
               VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
               UNTIL WS-TOP-IDX NOT > WS-TOP-POS
           MOVE WS-HD-TYPE    TO WS-TOP-HOLDER-TYPE(WS-TOP-POS)
           MOVE WS-HD-HOLDER  TO WS-TOP-HOLDER(WS-TOP-POS)
           MOVE WS-HD-NAME    TO WS-TOP-NAME(WS-TOP-POS)
           MOVE WS-HD-BRANCH  TO WS-TOP-BRANCH(WS-TOP-POS)
           MOVE WS-HD-PRIOR   TO WS-TOP-PRIOR(WS-TOP-POS)
           MOVE WS-HD-CURR    TO WS-TOP-CURR(WS-TOP-POS)
           MOVE WS-HD-OUTFLOW TO WS-TOP-OUTFLOW(WS-TOP-POS).
       OFFER-TOP-OUTFLOW-EXIT.
           EXIT.

       FIND-TOP-POSITION.
           CONTINUE.

       SHIFT-TOP-ENTRY.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
               TO WS-TOP-ENTRY(WS-TOP-IDX).

      *================================================================*
      * Trend listing                                                  *
      *================================================================*
      *    Puts the cells in branch, then type, order.
       ORDER-TREND-CELLS.
           SET WS-TC-SWAPPED TO TRUE
           PERFORM ORDER-ONE-PASS UNTIL NOT WS-TC-SWAPPED.

       ORDER-ONE-PASS.
           MOVE 0 TO WS-TC-SWAP-FLAG
           PERFORM ORDER-ONE-PAIR
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX NOT < WS-TC-COUNT.

       ORDER-ONE-PAIR.
           COMPUTE WS-TC-IDX2 = WS-TC-IDX + 1
           IF WS-TC-KEY(WS-TC-IDX) > WS-TC-KEY(WS-TC-IDX2)
               MOVE WS-TC-ENTRY(WS-TC-IDX) TO WS-TC-HOLD
               MOVE WS-TC-ENTRY(WS-TC-IDX2) TO WS-TC-ENTRY(WS-TC-IDX)
               MOVE WS-TC-HOLD TO WS-TC-ENTRY(WS-TC-IDX2)
               SET WS-TC-SWAPPED TO TRUE
           END-IF.

       PRINT-TREND-BY-BRANCH.
           INITIALIZE WS-GT-MONTHS
           IF WS-TC-COUNT = ZEROS
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "(No balance snapshots in the window)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-TREND-BY-BRANCH-EXIT
           END-IF
           MOVE 1 TO WS-TC-IDX
           PERFORM PRINT-ONE-BRANCH UNTIL WS-TC-IDX > WS-TC-COUNT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-GT-MONTHS TO WS-PB-MONTHS
           MOVE "BANK TOTAL - ALL BRANCHES AND TYPES" TO WS-PB-TITLE
           PERFORM PRINT-TREND-BLOCK.
       PRINT-TREND-BY-BRANCH-EXIT.
           EXIT.

       PRINT-ONE-BRANCH.
           MOVE WS-TC-BRANCH(WS-TC-IDX) TO WS-PREV-BRANCH
           INITIALIZE WS-BT-MONTHS
           MOVE SPACES TO WS-BR-NAME-DISP
           IF WS-BR-IS-OPEN
               MOVE WS-PREV-BRANCH TO BR-CODE
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
           PERFORM PRINT-ONE-CELL
               UNTIL WS-TC-IDX > WS-TC-COUNT
               OR WS-TC-BRANCH(WS-TC-IDX) NOT = WS-PREV-BRANCH
           MOVE WS-BT-MONTHS TO WS-PB-MONTHS
           MOVE SPACES TO WS-PB-TITLE
           STRING "BRANCH " WS-PREV-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO WS-PB-TITLE
           END-STRING
           PERFORM PRINT-TREND-BLOCK.

       PRINT-ONE-CELL.
           EVALUATE WS-TC-TYPE(WS-TC-IDX)
               WHEN "C" MOVE "CHECKING" TO WS-TYPE-NAME
               WHEN "S" MOVE "SAVINGS" TO WS-TYPE-NAME
               WHEN "D" MOVE "CERTIFICATE" TO WS-TYPE-NAME
               WHEN "M" MOVE "MONEY MARKET" TO WS-TYPE-NAME
               WHEN OTHER MOVE "OTHER" TO WS-TYPE-NAME
           END-EVALUATE
           MOVE WS-TC-MONTHS(WS-TC-IDX) TO WS-PB-MONTHS
           MOVE SPACES TO WS-PB-TITLE
           STRING "BRANCH " WS-PREV-BRANCH " TYPE "
               WS-TC-TYPE(WS-TC-IDX) " " WS-TYPE-NAME
               DELIMITED BY SIZE INTO WS-PB-TITLE
           END-STRING
           PERFORM PRINT-TREND-BLOCK
           PERFORM ADD-CELL-TO-TOTALS
               VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 13
           ADD 1 TO WS-TC-IDX.

       ADD-CELL-TO-TOTALS.
           ADD WS-PB-BAL(WS-MON-IDX) TO WS-BT-BAL(WS-MON-IDX)
               WS-GT-BAL(WS-MON-IDX)
           ADD WS-PB-NEW-AMT(WS-MON-IDX) TO WS-BT-NEW-AMT(WS-MON-IDX)
               WS-GT-NEW-AMT(WS-MON-IDX)
           ADD WS-PB-NEW-CNT(WS-MON-IDX) TO WS-BT-NEW-CNT(WS-MON-IDX)
               WS-GT-NEW-CNT(WS-MON-IDX)
           ADD WS-PB-CLS-AMT(WS-MON-IDX) TO WS-BT-CLS-AMT(WS-MON-IDX)
               WS-GT-CLS-AMT(WS-MON-IDX)
           ADD WS-PB-CLS-CNT(WS-MON-IDX) TO WS-BT-CLS-CNT(WS-MON-IDX)
               WS-GT-CLS-CNT(WS-MON-IDX)
           ADD WS-PB-RET-AMT(WS-MON-IDX) TO WS-BT-RET-AMT(WS-MON-IDX)
               WS-GT-RET-AMT(WS-MON-IDX).

      *    Thirteen month lines for WS-PB-MONTHS under WS-PB-TITLE,
      *    then the change over the twelve months.
       PRINT-TREND-BLOCK.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-PB-TITLE TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  MONTH        MONTH-END BALANCE"
               "               CHANGE"
               "        NEW ACCOUNTS   NO."
               "     CLOSED RUN-OFF   NO."
               "    RETAINED NET CHG"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-TREND-MONTH
               VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 13
           COMPUTE WS-PB-CHANGE = WS-PB-BAL(13) - WS-PB-BAL(1)
           MOVE WS-PB-CHANGE TO WS-DISP-CHG
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PB-BAL(1) > ZEROS
               COMPUTE WS-PB-PCT ROUNDED =
                   WS-PB-CHANGE * 100 / WS-PB-BAL(1)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PB-PCT
               END-COMPUTE
               MOVE WS-PB-PCT TO WS-DISP-PCT
               STRING "  12-MONTH CHANGE " WS-DISP-CHG
                   "  (" WS-DISP-PCT "%)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  12-MONTH CHANGE " WS-DISP-CHG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

      *    The first month carries its balance only; the window
      *    starts there.
       PRINT-TREND-MONTH.
           MOVE WS-PB-BAL(WS-MON-IDX) TO WS-DISP-BAL
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MON-IDX = 1
               STRING "  " WS-MON-LABEL(WS-MON-IDX) "  " WS-DISP-BAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               COMPUTE WS-PB-CHANGE = WS-PB-BAL(WS-MON-IDX)
                   - WS-PB-BAL(WS-MON-IDX - 1)
               MOVE WS-PB-CHANGE TO WS-DISP-CHG
               MOVE WS-PB-NEW-AMT(WS-MON-IDX) TO WS-DISP-NEW
               MOVE WS-PB-NEW-CNT(WS-MON-IDX) TO WS-DISP-NEW-CNT
               MOVE WS-PB-CLS-AMT(WS-MON-IDX) TO WS-DISP-CLS
               MOVE WS-PB-CLS-CNT(WS-MON-IDX) TO WS-DISP-CLS-CNT
               MOVE WS-PB-RET-AMT(WS-MON-IDX) TO WS-DISP-RET
               STRING "  " WS-MON-LABEL(WS-MON-IDX) "  " WS-DISP-BAL
                   " " WS-DISP-CHG " " WS-DISP-NEW WS-DISP-NEW-CNT
                   " " WS-DISP-CLS WS-DISP-CLS-CNT
                   " " WS-DISP-RET
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

      *================================================================*
      * Top outflows                                                   *
      *================================================================*
       PRINT-TOP-OUTFLOWS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LARGEST OUTFLOWS BY CUSTOMER - "
               WS-MON-LABEL(13) " AGAINST " WS-MON-LABEL(12)
               " - CALL LIST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-TOP-COUNT = ZEROS
               MOVE "(No customer balances fell in the month)"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO PRINT-TOP-OUTFLOWS-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "RK HOLDER     NAME                           BRCH"
               "          PRIOR MONTH-END    THIS MONTH-END"
               "             OUTFLOW  PHONE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-ONE-OUTFLOW
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT.
       PRINT-TOP-OUTFLOWS-EXIT.
           EXIT.

      *    A linked holder is shown under the customer master's name
      *    and phone; a stand-alone account (A) under its own name.
       PRINT-ONE-OUTFLOW.
           MOVE SPACES TO WS-PHONE
           IF WS-TOP-HOLDER-TYPE(WS-TOP-IDX) = "C"
               AND WS-CUST-IS-OPEN
               MOVE WS-TOP-HOLDER(WS-TOP-IDX) TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-TOP-NAME(WS-TOP-IDX)
                       MOVE CUST-PHONE TO WS-PHONE
               END-READ
           END-IF
           MOVE WS-TOP-IDX TO WS-DISP-RANK
           MOVE WS-TOP-PRIOR(WS-TOP-IDX) TO WS-DISP-BAL
           MOVE WS-TOP-CURR(WS-TOP-IDX) TO WS-DISP-CHG
           MOVE WS-TOP-OUTFLOW(WS-TOP-IDX) TO WS-DISP-RET
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DISP-RANK " " WS-TOP-HOLDER-TYPE(WS-TOP-IDX)
               WS-TOP-HOLDER(WS-TOP-IDX) "  "
               WS-TOP-NAME(WS-TOP-IDX) " "
               WS-TOP-BRANCH(WS-TOP-IDX) " "
               WS-DISP-BAL " " WS-DISP-CHG " " WS-DISP-RET
               "  " WS-PHONE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/DEPTREND-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "DEPOSIT GROWTH AND ATTRITION TREND"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  MONTH-ENDS " WS-MON-LABEL(1)
                   " THROUGH " WS-MON-LABEL(13)
                   "  (USD; LAST SNAPSHOT IN EACH MONTH)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "CHANGE = NEW ACCOUNTS + CLOSED RUN-OFF + "
                   "RETAINED NET CHANGE"
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
           MOVE "DEPTREND"       TO RPC-PROGRAM
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

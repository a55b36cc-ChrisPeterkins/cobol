       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRPT.
      *================================================================*
      * CALLRPT - Quarterly Call Report Deposit and Loan Schedules     *
      * Quarter-end step. Produces the figures the call report needs   *
      * straight from the masters, as of the last quarter-end on or    *
      * before the banking date, each with the number of records       *
      * behind it so the examiners can trace it.                       *
      * Deposit schedule - every account's last day-close snapshot     *
      * (BALHIST.dat) on or before the quarter-end, classified from    *
      * the account master: transaction accounts (checking) and        *
      * nontransaction accounts (savings, money market, time), time    *
      * deposits by size (at or under / over the deposit insurance     *
      * limit, CTRL-DEP-INS-LIMIT) and by remaining maturity, and the  *
      * IRA and foreign-currency memoranda. Foreign-currency balances  *
      * are valued in USD at the posted FX-REC buy rate; an account    *
      * with no rate is left out and counted. Overdrawn balances are   *
      * not deposits and are carried to the loan schedule.             *
      * Loan schedule - the active loans on LOANS.dat by type          *
      * (revolving lines, escrowed real-estate loans, other            *
      * installment loans) and by past-due status at the quarter-end:  *
      * under 30 days, 30-89 days, and 90 days or more, which is       *
      * reported as nonaccrual. Then the overdrawn deposit accounts    *
      * and the CHGOFF charge-offs - written off in the quarter, and   *
      * the charged-off book still unrecovered. Read-only; report      *
      * data/CALLRPT-<quarter-end>.txt, cataloged on the report spool  *
      * under the compliance class.                                    *
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

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

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

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPC-FILE.
       COPY RPTCAT-REC.

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
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

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

      *--- The quarter ---
       01  WS-QTR-END            PIC 9(8).
       01  WS-QTR-START          PIC 9(8).
       01  WS-DATE-WORK          PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR        PIC 9(4).
           05  WS-DP-MONTH       PIC 9(2).
           05  WS-DP-DAY         PIC 9(2).
       01  WS-QTR-MONTH-REM      PIC 9(2).
      *    Latest snapshot date actually found, shown on the report
      *    - a quarter-end that fell on a holiday, or a run before
      *    the last day was closed, shows here.
       01  WS-SNAP-USED-DATE     PIC 9(8) VALUE ZEROS.

      *--- The account being gathered from the snapshots ---
       01  WS-CUR-ACCT           PIC 9(8) VALUE 0.
       01  WS-CUR-HAVE-FLAG      PIC 9 VALUE 0.
           88  WS-CUR-HAS-SNAP       VALUE 1.
       01  WS-CUR-BAL            PIC S9(9)V99.
       01  WS-CUR-DATE           PIC 9(8).
       01  WS-CUR-CURRENCY       PIC X(3).
       01  WS-USD-RATE           PIC 9(3)V9(6).
       01  WS-USD-BAL            PIC S9(11)V99.
       01  WS-DAYS-LEFT          PIC S9(7).
       01  WS-TD-SIZE-IDX        PIC 9.
       01  WS-TD-MAT-IDX         PIC 9.
       01  WS-COVER-LIMIT        PIC 9(9)V99 VALUE 250000.00.

      *--- Deposit figures; every one carries its record count ---
       01  WS-DEP-FIGURES.
           05  WS-TRN-CNT        PIC 9(7).
           05  WS-TRN-AMT        PIC S9(13)V99.
           05  WS-SAV-CNT        PIC 9(7).
           05  WS-SAV-AMT        PIC S9(13)V99.
           05  WS-MMK-CNT        PIC 9(7).
           05  WS-MMK-AMT        PIC S9(13)V99.
           05  WS-OTH-CNT        PIC 9(7).
           05  WS-OTH-AMT        PIC S9(13)V99.
           05  WS-IRA-CNT        PIC 9(7).
           05  WS-IRA-AMT        PIC S9(13)V99.
           05  WS-OD-CNT         PIC 9(7).
           05  WS-OD-AMT         PIC S9(13)V99.
           05  WS-UNVALUED-CNT   PIC 9(7).
           05  WS-OFF-MASTER-CNT PIC 9(7).
           05  WS-OFF-MASTER-AMT PIC S9(13)V99.
      *    Time deposits: size 1 at or under the insurance limit,
      *    2 over it; maturity 1 three months or less, 2 over three
      *    through twelve months, 3 over one through three years,
      *    4 over three years.
       01  WS-TD-TABLE.
           05  WS-TD-SIZE OCCURS 2 TIMES.
               10  WS-TD-MAT OCCURS 4 TIMES.
                   15  WS-TD-CNT     PIC 9(7).
                   15  WS-TD-AMT     PIC S9(13)V99.
       01  WS-TD-LABELS.
           05  FILLER PIC X(24) VALUE "  3 months or less".
           05  FILLER PIC X(24) VALUE "  Over 3 to 12 months".
           05  FILLER PIC X(24) VALUE "  Over 1 to 3 years".
           05  FILLER PIC X(24) VALUE "  Over 3 years".
       01  WS-TD-LABEL-TABLE REDEFINES WS-TD-LABELS.
           05  WS-TD-LABEL       PIC X(24) OCCURS 4 TIMES.
      *    Foreign-currency memorandum, one row per currency.
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 20 TIMES.
               10  WS-FC-CCY     PIC X(3).
               10  WS-FC-RATE    PIC 9(3)V9(6).
               10  WS-FC-CNT     PIC 9(7).
               10  WS-FC-NATIVE  PIC S9(13)V99.
               10  WS-FC-USD     PIC S9(13)V99.
       01  WS-FC-COUNT           PIC 9(2) VALUE 0.
       01  WS-FC-IDX             PIC 9(2).
       01  WS-FC-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-FC-FOUND           VALUE 1.

      *--- Loan figures: type 1 revolving lines, 2 escrowed real
      *    estate, 3 other installment; status 1 under 30 days
      *    past due, 2 30-89 days, 3 90 days or more (nonaccrual).
       01  WS-LN-TABLE.
           05  WS-LN-TYPE OCCURS 3 TIMES.
               10  WS-LN-STAT OCCURS 3 TIMES.
                   15  WS-LN-CNT     PIC 9(7).
                   15  WS-LN-AMT     PIC S9(13)V99.
       01  WS-LN-TYPE-LABELS.
           05  FILLER PIC X(30) VALUE "Revolving lines of credit".
           05  FILLER PIC X(30) VALUE "Real estate loans (escrowed)".
           05  FILLER PIC X(30) VALUE "Other installment loans".
       01  WS-LN-TYPE-TABLE REDEFINES WS-LN-TYPE-LABELS.
           05  WS-LN-TYPE-LABEL  PIC X(30) OCCURS 3 TIMES.
       01  WS-LN-STAT-LABELS.
           05  FILLER PIC X(30) VALUE "  Current / under 30 days".
           05  FILLER PIC X(30) VALUE "  30-89 days past due".
           05  FILLER PIC X(30) VALUE "  90+ days - nonaccrual".
       01  WS-LN-STAT-TABLE REDEFINES WS-LN-STAT-LABELS.
           05  WS-LN-STAT-LABEL  PIC X(30) OCCURS 3 TIMES.
       01  WS-LN-TYPE-IDX        PIC 9.
       01  WS-LN-STAT-IDX        PIC 9.
       01  WS-DAYS-PAST-DUE      PIC S9(7).
       01  WS-CO-QTR-CNT         PIC 9(7) VALUE 0.
       01  WS-CO-QTR-AMT         PIC S9(13)V99 VALUE 0.
       01  WS-CO-BOOK-CNT        PIC 9(7) VALUE 0.
       01  WS-CO-BOOK-AMT        PIC S9(13)V99 VALUE 0.

      *--- One printed figure ---
       01  WS-FIG-LABEL          PIC X(50).
       01  WS-FIG-CNT            PIC 9(7).
       01  WS-FIG-AMT            PIC S9(13)V99.
       01  WS-SUB-CNT            PIC 9(7).
       01  WS-SUB-AMT            PIC S9(13)V99.
       01  WS-TOT-CNT            PIC 9(7).
       01  WS-TOT-AMT            PIC S9(13)V99.
       01  WS-DISP-CNT           PIC Z,ZZZ,ZZ9.
       01  WS-DISP-AMT           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-RATE          PIC ZZ9.999999.
       01  WS-DISP-LIMIT         PIC $$$,$$$,$$9.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CALL REPORT DEPOSIT AND LOAN SCHEDULES"
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
                       IF CTRL-DEP-INS-LIMIT NUMERIC
                           AND CTRL-DEP-INS-LIMIT > ZEROS
                           MOVE CTRL-DEP-INS-LIMIT
                               TO WS-COVER-LIMIT
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
           PERFORM SET-UP-QUARTER
           DISPLAY "  Quarter " WS-QTR-START " - " WS-QTR-END

           INITIALIZE WS-DEP-FIGURES WS-TD-TABLE WS-LN-TABLE
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: No account master - deposits are "
                   "not classified."
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT FX-FILE
           IF WS-FX-OK
               SET WS-FX-IS-OPEN TO TRUE
           END-IF

           PERFORM GATHER-DEPOSITS THRU GATHER-DEPOSITS-EXIT
           PERFORM GATHER-LOANS THRU GATHER-LOANS-EXIT
           PERFORM GATHER-CHARGE-OFFS THRU GATHER-CHARGE-OFFS-EXIT

           PERFORM OPEN-RPT-FILE
           PERFORM PRINT-DEPOSIT-SCHEDULE
           PERFORM PRINT-LOAN-SCHEDULE

           DISPLAY SPACES
           DISPLAY "  Snapshot date used: " WS-SNAP-USED-DATE
           IF WS-UNVALUED-CNT > ZEROS
               DISPLAY "  No USD rate:        " WS-UNVALUED-CNT
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
           IF WS-FX-IS-OPEN
               CLOSE FX-FILE
               MOVE 0 TO WS-FX-OPEN-FLAG
           END-IF
           STOP RUN.

      *    The last quarter-end on or before the banking date: the
      *    banking date's own month-end in March, June, September
      *    and December, otherwise the end of the quarter before.
       SET-UP-QUARTER.
           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           DIVIDE WS-DP-MONTH BY 3 GIVING WS-QTR-MONTH-REM
               REMAINDER WS-QTR-MONTH-REM
           SUBTRACT WS-QTR-MONTH-REM FROM WS-DP-MONTH
           IF WS-DP-MONTH = ZEROS
               SUBTRACT 1 FROM WS-DP-YEAR
               MOVE 12 TO WS-DP-MONTH
           END-IF
           IF WS-DP-MONTH = 3 OR WS-DP-MONTH = 12
               MOVE 31 TO WS-DP-DAY
           ELSE
               MOVE 30 TO WS-DP-DAY
           END-IF
           MOVE WS-DATE-WORK TO WS-QTR-END
           SUBTRACT 2 FROM WS-DP-MONTH
           MOVE 1 TO WS-DP-DAY
           MOVE WS-DATE-WORK TO WS-QTR-START.

      *================================================================*
      * Deposit schedule                                               *
      *================================================================*
      *    BALHIST is keyed account then date; the last snapshot on
      *    or before the quarter-end is the account's quarter-end
      *    balance.
       GATHER-DEPOSITS.
           OPEN INPUT SNAP-FILE
           IF NOT WS-SNAP-OK
               IF WS-SNAP-FILE-MISSING
                   DISPLAY "WARNING: No balance history - the "
                       "deposit schedule is empty."
               ELSE
                   DISPLAY "Error opening balance history: "
                       WS-SNAP-STATUS
               END-IF
               MOVE 4 TO RETURN-CODE
               GO TO GATHER-DEPOSITS-EXIT
           END-IF
           MOVE ZEROS TO WS-CUR-ACCT
           MOVE 0 TO WS-CUR-HAVE-FLAG
           PERFORM GATHER-NEXT-SNAPSHOT UNTIL WS-SNAP-AT-EOF
           IF WS-CUR-HAS-SNAP
               PERFORM CLASSIFY-DEPOSIT THRU CLASSIFY-DEPOSIT-EXIT
           END-IF
           CLOSE SNAP-FILE.
       GATHER-DEPOSITS-EXIT.
           EXIT.

       GATHER-NEXT-SNAPSHOT.
           READ SNAP-FILE NEXT
               AT END
                   SET WS-SNAP-AT-EOF TO TRUE
               NOT AT END
                   IF SNAP-ACCT-NO NOT = WS-CUR-ACCT
                       IF WS-CUR-HAS-SNAP
                           PERFORM CLASSIFY-DEPOSIT
                               THRU CLASSIFY-DEPOSIT-EXIT
                       END-IF
                       MOVE SNAP-ACCT-NO TO WS-CUR-ACCT
                       MOVE 0 TO WS-CUR-HAVE-FLAG
                   END-IF
                   IF SNAP-DATE NOT > WS-QTR-END
                       SET WS-CUR-HAS-SNAP TO TRUE
                       MOVE SNAP-BALANCE TO WS-CUR-BAL
                       MOVE SNAP-DATE TO WS-CUR-DATE
                       MOVE SNAP-CURRENCY TO WS-CUR-CURRENCY
                   END-IF
           END-READ.

      *    Closed (and charged-off) accounts still get day-close
      *    snapshots; one with nothing in it at the quarter-end is
      *    not a deposit and is not counted.
       CLASSIFY-DEPOSIT.
           IF WS-CUR-DATE > WS-SNAP-USED-DATE
               MOVE WS-CUR-DATE TO WS-SNAP-USED-DATE
           END-IF
           MOVE WS-CUR-ACCT TO ACCT-NO
           IF NOT WS-ACCT-IS-OPEN
               MOVE SPACES TO ACCT-TYPE ACCT-STATUS ACCT-IRA-PLAN
               MOVE WS-CUR-CURRENCY TO ACCT-CURRENCY
           ELSE
               READ ACCT-FILE
                   INVALID KEY
                       IF WS-CUR-BAL NOT = ZEROS
                           ADD 1 TO WS-OFF-MASTER-CNT
                           ADD WS-CUR-BAL TO WS-OFF-MASTER-AMT
                       END-IF
                       GO TO CLASSIFY-DEPOSIT-EXIT
               END-READ
           END-IF
           IF WS-CUR-BAL = ZEROS
               AND (ACCT-IS-CLOSED OR ACCT-IS-CHGOFF)
               GO TO CLASSIFY-DEPOSIT-EXIT
           END-IF
           IF ACCT-CURRENCY = SPACES
               MOVE WS-CUR-CURRENCY TO ACCT-CURRENCY
           END-IF

           MOVE WS-CUR-BAL TO WS-USD-BAL
           IF ACCT-CURRENCY NOT = "USD" AND ACCT-CURRENCY NOT = SPACES
               PERFORM FIND-USD-RATE THRU FIND-USD-RATE-EXIT
               IF WS-USD-RATE = ZEROS
                   ADD 1 TO WS-UNVALUED-CNT
                   DISPLAY "  Account " WS-CUR-ACCT " ("
                       ACCT-CURRENCY
                       ") - no USD rate on file, left out"
                   GO TO CLASSIFY-DEPOSIT-EXIT
               END-IF
               COMPUTE WS-USD-BAL ROUNDED = WS-CUR-BAL * WS-USD-RATE
               PERFORM ADD-FOREIGN-CURRENCY
           END-IF

           IF WS-USD-BAL < ZEROS
               ADD 1 TO WS-OD-CNT
               SUBTRACT WS-USD-BAL FROM WS-OD-AMT
               GO TO CLASSIFY-DEPOSIT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACCT-IS-CHECKING
                   ADD 1 TO WS-TRN-CNT
                   ADD WS-USD-BAL TO WS-TRN-AMT
               WHEN ACCT-IS-SAVINGS
                   ADD 1 TO WS-SAV-CNT
                   ADD WS-USD-BAL TO WS-SAV-AMT
               WHEN ACCT-IS-MMKT
                   ADD 1 TO WS-MMK-CNT
                   ADD WS-USD-BAL TO WS-MMK-AMT
               WHEN ACCT-IS-CD
                   PERFORM CLASSIFY-TIME-DEPOSIT
               WHEN OTHER
                   ADD 1 TO WS-OTH-CNT
                   ADD WS-USD-BAL TO WS-OTH-AMT
           END-EVALUATE
           IF ACCT-IS-IRA
               ADD 1 TO WS-IRA-CNT
               ADD WS-USD-BAL TO WS-IRA-AMT
           END-IF.
       CLASSIFY-DEPOSIT-EXIT.
           EXIT.

      *    Remaining maturity runs from the quarter-end; a CD with
      *    no maturity date, or one already matured, is in the
      *    shortest bucket.
       CLASSIFY-TIME-DEPOSIT.
           IF WS-USD-BAL > WS-COVER-LIMIT
               MOVE 2 TO WS-TD-SIZE-IDX
           ELSE
               MOVE 1 TO WS-TD-SIZE-IDX
           END-IF
           MOVE ZEROS TO WS-DAYS-LEFT
           IF ACCT-MATURITY-DT NUMERIC
               AND ACCT-MATURITY-DT > WS-QTR-END
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DT)
                   - FUNCTION INTEGER-OF-DATE(WS-QTR-END)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT NOT > 91
                   MOVE 1 TO WS-TD-MAT-IDX
               WHEN WS-DAYS-LEFT NOT > 365
                   MOVE 2 TO WS-TD-MAT-IDX
               WHEN WS-DAYS-LEFT NOT > 1095
                   MOVE 3 TO WS-TD-MAT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-TD-MAT-IDX
           END-EVALUATE
           ADD 1 TO WS-TD-CNT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX)
           ADD WS-USD-BAL TO WS-TD-AMT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX).

       ADD-FOREIGN-CURRENCY.
           MOVE 0 TO WS-FC-FOUND-FLAG
           PERFORM CHECK-ONE-CURRENCY
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT OR WS-FC-FOUND
           IF WS-FC-FOUND
               SUBTRACT 1 FROM WS-FC-IDX
           ELSE
               IF WS-FC-COUNT < 20
                   ADD 1 TO WS-FC-COUNT
                   MOVE WS-FC-COUNT TO WS-FC-IDX
                   MOVE ACCT-CURRENCY TO WS-FC-CCY(WS-FC-IDX)
                   MOVE WS-USD-RATE TO WS-FC-RATE(WS-FC-IDX)
                   MOVE ZEROS TO WS-FC-CNT(WS-FC-IDX)
                       WS-FC-NATIVE(WS-FC-IDX) WS-FC-USD(WS-FC-IDX)
               ELSE
                   MOVE 20 TO WS-FC-IDX
               END-IF
           END-IF
           ADD 1 TO WS-FC-CNT(WS-FC-IDX)
           ADD WS-CUR-BAL TO WS-FC-NATIVE(WS-FC-IDX)
           ADD WS-USD-BAL TO WS-FC-USD(WS-FC-IDX).

       CHECK-ONE-CURRENCY.
           IF WS-FC-CCY(WS-FC-IDX) = ACCT-CURRENCY
               SET WS-FC-FOUND TO TRUE
           END-IF.

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

      *================================================================*
      * Loan schedule                                                  *
      *================================================================*
       GATHER-LOANS.
           OPEN INPUT LOAN-FILE
           IF NOT WS-LOAN-OK
               DISPLAY "  No loan master - the loan schedule is "
                   "empty."
               GO TO GATHER-LOANS-EXIT
           END-IF
           PERFORM GATHER-NEXT-LOAN UNTIL WS-LOAN-AT-EOF
           CLOSE LOAN-FILE.
       GATHER-LOANS-EXIT.
           EXIT.

       GATHER-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   IF LOAN-IS-ACTIVE
                       PERFORM CLASSIFY-LOAN
                   END-IF
           END-READ.

      *    Past due counts from the oldest unpaid due date to the
      *    quarter-end.
       CLASSIFY-LOAN.
           EVALUATE TRUE
               WHEN LOAN-IS-REVOLVING
                   MOVE 1 TO WS-LN-TYPE-IDX
               WHEN LOAN-ESCROW-PMT NUMERIC
                   AND LOAN-ESCROW-PMT > ZEROS
                   MOVE 2 TO WS-LN-TYPE-IDX
               WHEN OTHER
                   MOVE 3 TO WS-LN-TYPE-IDX
           END-EVALUATE
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           IF LOAN-NEXT-DUE-DT NUMERIC
               AND LOAN-NEXT-DUE-DT > ZEROS
               AND LOAN-NEXT-DUE-DT < WS-QTR-END
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-QTR-END)
                   - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE-DT)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 1 TO WS-LN-STAT-IDX
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 2 TO WS-LN-STAT-IDX
               WHEN OTHER
                   MOVE 3 TO WS-LN-STAT-IDX
           END-EVALUATE
           ADD 1 TO WS-LN-CNT(WS-LN-TYPE-IDX, WS-LN-STAT-IDX)
           ADD LOAN-BALANCE
               TO WS-LN-AMT(WS-LN-TYPE-IDX, WS-LN-STAT-IDX).

      *    CHGOFF marks a written-off account Charged-Off and keeps
      *    the amount still unrecovered on it.
       GATHER-CHARGE-OFFS.
           IF NOT WS-ACCT-IS-OPEN
               GO TO GATHER-CHARGE-OFFS-EXIT
           END-IF
           MOVE ZEROS TO ACCT-NO
           START ACCT-FILE KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   GO TO GATHER-CHARGE-OFFS-EXIT
           END-START
           PERFORM GATHER-NEXT-CHARGE-OFF UNTIL WS-ACCT-AT-EOF.
       GATHER-CHARGE-OFFS-EXIT.
           EXIT.

       GATHER-NEXT-CHARGE-OFF.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-IS-CHGOFF AND ACCT-CHGOFF-AMT NUMERIC
                       ADD 1 TO WS-CO-BOOK-CNT
                       ADD ACCT-CHGOFF-AMT TO WS-CO-BOOK-AMT
                       IF ACCT-CHGOFF-DT NOT < WS-QTR-START
                           AND ACCT-CHGOFF-DT NOT > WS-QTR-END
                           ADD 1 TO WS-CO-QTR-CNT
                           ADD ACCT-CHGOFF-AMT TO WS-CO-QTR-AMT
                       END-IF
                   END-IF
           END-READ.

      *================================================================*
      * Report                                                         *
      *================================================================*
       PRINT-DEPOSIT-SCHEDULE.
           PERFORM PRINT-HEADING-LINE
           MOVE "DEPOSIT SCHEDULE" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS

           MOVE "Transaction accounts (checking)" TO WS-FIG-LABEL
           MOVE WS-TRN-CNT TO WS-FIG-CNT
           MOVE WS-TRN-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE WS-TRN-CNT TO WS-TOT-CNT
           MOVE WS-TRN-AMT TO WS-TOT-AMT

           MOVE "Nontransaction accounts:" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "  Savings" TO WS-FIG-LABEL
           MOVE WS-SAV-CNT TO WS-FIG-CNT
           MOVE WS-SAV-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE "  Money market" TO WS-FIG-LABEL
           MOVE WS-MMK-CNT TO WS-FIG-CNT
           MOVE WS-MMK-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           COMPUTE WS-SUB-CNT = WS-SAV-CNT + WS-MMK-CNT
           COMPUTE WS-SUB-AMT = WS-SAV-AMT + WS-MMK-AMT
           PERFORM SUM-TIME-DEPOSITS
               VARYING WS-TD-SIZE-IDX FROM 1 BY 1
               UNTIL WS-TD-SIZE-IDX > 2
           MOVE "  Time deposits (see below)" TO WS-FIG-LABEL
           COMPUTE WS-FIG-CNT = WS-SUB-CNT - WS-SAV-CNT - WS-MMK-CNT
           COMPUTE WS-FIG-AMT = WS-SUB-AMT - WS-SAV-AMT - WS-MMK-AMT
           PERFORM PRINT-FIGURE
           MOVE "  Total nontransaction accounts" TO WS-FIG-LABEL
           MOVE WS-SUB-CNT TO WS-FIG-CNT
           MOVE WS-SUB-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           ADD WS-SUB-CNT TO WS-TOT-CNT
           ADD WS-SUB-AMT TO WS-TOT-AMT
           IF WS-OTH-CNT > ZEROS
               MOVE "Other account types" TO WS-FIG-LABEL
               MOVE WS-OTH-CNT TO WS-FIG-CNT
               MOVE WS-OTH-AMT TO WS-FIG-AMT
               PERFORM PRINT-FIGURE
               ADD WS-OTH-CNT TO WS-TOT-CNT
               ADD WS-OTH-AMT TO WS-TOT-AMT
           END-IF
           MOVE "TOTAL DEPOSITS" TO WS-FIG-LABEL
           MOVE WS-TOT-CNT TO WS-FIG-CNT
           MOVE WS-TOT-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-COVER-LIMIT TO WS-DISP-LIMIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Time deposits of " WS-DISP-LIMIT
               " or less, by remaining maturity:"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 1 TO WS-TD-SIZE-IDX
           PERFORM PRINT-TIME-DEPOSIT-ROW
               VARYING WS-TD-MAT-IDX FROM 1 BY 1
               UNTIL WS-TD-MAT-IDX > 4
           MOVE SPACES TO WS-RPT-LINE
           STRING "Time deposits of more than " WS-DISP-LIMIT
               ", by remaining maturity:"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 2 TO WS-TD-SIZE-IDX
           PERFORM PRINT-TIME-DEPOSIT-ROW
               VARYING WS-TD-MAT-IDX FROM 1 BY 1
               UNTIL WS-TD-MAT-IDX > 4

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "Memoranda:" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "  IRA and Roth IRA balances" TO WS-FIG-LABEL
           MOVE WS-IRA-CNT TO WS-FIG-CNT
           MOVE WS-IRA-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE "  Foreign-currency deposits, in USD:"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-FC-COUNT = ZEROS
               MOVE "    (None)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM PRINT-FOREIGN-CURRENCY
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
           IF WS-UNVALUED-CNT > ZEROS
               MOVE "  Left out - no USD rate on file" TO WS-FIG-LABEL
               MOVE WS-UNVALUED-CNT TO WS-FIG-CNT
               MOVE ZEROS TO WS-FIG-AMT
               PERFORM PRINT-FIGURE
           END-IF
           IF WS-OFF-MASTER-CNT > ZEROS
               MOVE "  Snapshot balance, account no longer on master"
                   TO WS-FIG-LABEL
               MOVE WS-OFF-MASTER-CNT TO WS-FIG-CNT
               MOVE WS-OFF-MASTER-AMT TO WS-FIG-AMT
               PERFORM PRINT-FIGURE
           END-IF.

       SUM-TIME-DEPOSITS.
           PERFORM SUM-ONE-TIME-DEPOSIT
               VARYING WS-TD-MAT-IDX FROM 1 BY 1
               UNTIL WS-TD-MAT-IDX > 4.

       SUM-ONE-TIME-DEPOSIT.
           ADD WS-TD-CNT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX) TO WS-SUB-CNT
           ADD WS-TD-AMT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX) TO WS-SUB-AMT.

       PRINT-TIME-DEPOSIT-ROW.
           MOVE WS-TD-LABEL(WS-TD-MAT-IDX) TO WS-FIG-LABEL
           MOVE WS-TD-CNT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX) TO WS-FIG-CNT
           MOVE WS-TD-AMT(WS-TD-SIZE-IDX, WS-TD-MAT-IDX) TO WS-FIG-AMT
           PERFORM PRINT-FIGURE.

       PRINT-FOREIGN-CURRENCY.
           MOVE WS-FC-RATE(WS-FC-IDX) TO WS-DISP-RATE
           MOVE WS-FC-NATIVE(WS-FC-IDX) TO WS-DISP-AMT
           MOVE SPACES TO WS-FIG-LABEL
           STRING "    " WS-FC-CCY(WS-FC-IDX) " " WS-DISP-AMT
               " @" WS-DISP-RATE
               DELIMITED BY SIZE INTO WS-FIG-LABEL
           END-STRING
           MOVE WS-FC-CNT(WS-FC-IDX) TO WS-FIG-CNT
           MOVE WS-FC-USD(WS-FC-IDX) TO WS-FIG-AMT
           PERFORM PRINT-FIGURE.

       PRINT-LOAN-SCHEDULE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "LOAN SCHEDULE (ACTIVE LOANS ON THE LOAN MASTER)"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           MOVE ZEROS TO WS-TOT-CNT WS-TOT-AMT
           PERFORM PRINT-LOAN-TYPE
               VARYING WS-LN-TYPE-IDX FROM 1 BY 1
               UNTIL WS-LN-TYPE-IDX > 3
           MOVE "TOTAL LOANS" TO WS-FIG-LABEL
           MOVE WS-TOT-CNT TO WS-FIG-CNT
           MOVE WS-TOT-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "Past-due status, all loan types:" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-LOAN-STATUS-TOTAL
               VARYING WS-LN-STAT-IDX FROM 1 BY 1
               UNTIL WS-LN-STAT-IDX > 3

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "Overdrawn deposit accounts (reported as loans)"
               TO WS-FIG-LABEL
           MOVE WS-OD-CNT TO WS-FIG-CNT
           MOVE WS-OD-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE "Charge-offs (CHGOFF):" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "  Charged off in the quarter, still unrecovered"
               TO WS-FIG-LABEL
           MOVE WS-CO-QTR-CNT TO WS-FIG-CNT
           MOVE WS-CO-QTR-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE "  Charged-off book, still unrecovered"
               TO WS-FIG-LABEL
           MOVE WS-CO-BOOK-CNT TO WS-FIG-CNT
           MOVE WS-CO-BOOK-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "Loans are as on the loan master at the run. Past due"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "runs from the oldest unpaid due date to quarter-end;"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "90 days or more is reported as nonaccrual."
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-LOAN-TYPE.
           MOVE WS-LN-TYPE-LABEL(WS-LN-TYPE-IDX) TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ZEROS TO WS-SUB-CNT WS-SUB-AMT
           PERFORM PRINT-LOAN-STATUS-ROW
               VARYING WS-LN-STAT-IDX FROM 1 BY 1
               UNTIL WS-LN-STAT-IDX > 3
           MOVE "  Total" TO WS-FIG-LABEL
           MOVE WS-SUB-CNT TO WS-FIG-CNT
           MOVE WS-SUB-AMT TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           ADD WS-SUB-CNT TO WS-TOT-CNT
           ADD WS-SUB-AMT TO WS-TOT-AMT.

       PRINT-LOAN-STATUS-ROW.
           MOVE WS-LN-STAT-LABEL(WS-LN-STAT-IDX) TO WS-FIG-LABEL
           MOVE WS-LN-CNT(WS-LN-TYPE-IDX, WS-LN-STAT-IDX)
               TO WS-FIG-CNT
           MOVE WS-LN-AMT(WS-LN-TYPE-IDX, WS-LN-STAT-IDX)
               TO WS-FIG-AMT
           PERFORM PRINT-FIGURE
           ADD WS-FIG-CNT TO WS-SUB-CNT
           ADD WS-FIG-AMT TO WS-SUB-AMT.

       PRINT-LOAN-STATUS-TOTAL.
           MOVE WS-LN-STAT-LABEL(WS-LN-STAT-IDX) TO WS-FIG-LABEL
           COMPUTE WS-FIG-CNT = WS-LN-CNT(1, WS-LN-STAT-IDX)
               + WS-LN-CNT(2, WS-LN-STAT-IDX)
               + WS-LN-CNT(3, WS-LN-STAT-IDX)
           COMPUTE WS-FIG-AMT = WS-LN-AMT(1, WS-LN-STAT-IDX)
               + WS-LN-AMT(2, WS-LN-STAT-IDX)
               + WS-LN-AMT(3, WS-LN-STAT-IDX)
           PERFORM PRINT-FIGURE.

       PRINT-HEADING-LINE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-COLUMN-HEADS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "                                                  "
               "    RECORDS               AMOUNT (USD)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    WS-FIG-LABEL with its record count and amount.
       PRINT-FIGURE.
           MOVE WS-FIG-CNT TO WS-DISP-CNT
           MOVE WS-FIG-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FIG-LABEL "  " WS-DISP-CNT "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-RPT-FILE.
           STRING "data/CALLRPT-" WS-QTR-END ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "CALL REPORT DEPOSIT AND LOAN SCHEDULES"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "QUARTER " WS-QTR-START " TO " WS-QTR-END
                   "  BALANCE SNAPSHOT OF " WS-SNAP-USED-DATE
                   "  RUN ON BANKING DATE " WS-TODAY-DATE
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
           MOVE "CALLRPT"        TO RPC-PROGRAM
           MOVE WS-QTR-END       TO RPC-DATE
           MOVE ZEROS            TO RPC-TIME
           MOVE WS-RPT-FILENAME  TO RPC-PATH
           MOVE WS-SPOOL-LINES   TO RPC-LINES
           MOVE "C"              TO RPC-CLASS
           MOVE "A"              TO RPC-STATUS
           WRITE RPC-REC
           INVALID KEY
               DISPLAY "WARNING: Could not catalog the report."
           END-WRITE
           CLOSE RPC-FILE.
       REGISTER-SPOOL-REPORT-EXIT.
           EXIT.

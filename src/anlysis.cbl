       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANLYSIS.
      *================================================================*
      * ANLYSIS - Commercial Account Analysis                          *
      * Month-end batch. Bills every account on analysis               *
      * (ACCT-ON-ANALYSIS) by its month's activity instead of SVCFEE's *
      * flat fee. A flagged concentration account is billed for its    *
      * whole active sweep group (SWP-REC): the subs' balances and     *
      * activity are analyzed with it and the net charge lands on the  *
      * concentration account. For each billing unit:                 *
      *   - the average ledger balance over the month's BALHIST        *
      *     snapshots, less the uncollected funds on hold, gives the   *
      *     average collected balance; the reserve percentage comes    *
      *     off it and the earnings credit rate is paid on the rest    *
      *     for the days in the period (CTRL-ANL-ECR-RATE / RESERVE);  *
      *   - the month's completed journal entries are counted by       *
      *     service (deposits, checks paid, external payments sent,    *
      *     incoming credits, sweeps) plus one maintenance item per    *
      *     account, and priced from the price table (ANPRMNT);        *
      *   - only charges in excess of the credit are debited, as one   *
      *     "S" entry under the ANLC category. An excess credit is not *
      *     carried forward.                                           *
      * The period runs from the first of the banking date's month to  *
      * the banking date. A unit already charged for the period is     *
      * not charged again, so the step can be rerun. Each unit's       *
      * analysis statement is written to data/ANLYSIS-<date>.txt.      *
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

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SWP-FILE
               ASSIGN TO "data/SWEEPGRP.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-SUB-ACCT
               FILE STATUS IS WS-SWP-STATUS.

           SELECT SNAP-FILE
               ASSIGN TO "data/BALHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT ANPR-FILE
               ASSIGN TO "data/ANLPRICE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANPR-CODE
               FILE STATUS IS WS-ANPR-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RUNH-FILE
               ASSIGN TO "data/RUNHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  SWP-FILE.
       COPY SWP-REC.

       FD  SNAP-FILE.
       COPY SNAP-REC.

       FD  ANPR-FILE.
       COPY ANPR-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-SWP-STATUS         PIC XX.
           88  WS-SWP-OK             VALUE "00".
       01  WS-SWP-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-SWP-AT-EOF         VALUE 1.

       01  WS-SNAP-STATUS        PIC XX.
           88  WS-SNAP-OK            VALUE "00".
       01  WS-SNAP-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-SNAP-IS-OPEN       VALUE 1.
       01  WS-SNAP-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SNAP-DONE          VALUE 1.

       01  WS-ANPR-STATUS        PIC XX.
           88  WS-ANPR-OK            VALUE "00".

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
       01  WS-CTRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CTRL-IS-OPEN       VALUE 1.

      *--- Batch run identification (RUNBACK back-out support) ---
       01  WS-RUNH-STATUS        PIC XX.
           88  WS-RUNH-OK            VALUE "00".
           88  WS-RUNH-FILE-MISSING  VALUE "35".
       01  WS-RUNH-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-RUNH-IS-OPEN       VALUE 1.
       01  WS-RUN-ID             PIC 9(6) VALUE ZEROS.
       01  WS-RUN-TXN-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RUN-TXN-TOTAL      PIC 9(13)V99 VALUE ZEROS.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.

      *--- Shared operating parameters (CTRL-FILE) ---
      *    The VALUE clauses are the fallback defaults used when the
      *    control file/record does not exist yet.
       01  WS-CFG-ECR-RATE       PIC 9(2)V9(4) VALUE 00.5000.
       01  WS-CFG-RESERVE-PCT    PIC 9(2)V99 VALUE 10.00.
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

      *--- Service prices, loaded from the price table. The VALUE
      *    clauses are the standard prices ANPRMNT seeds, used when
      *    the table has not been created yet.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 6 TIMES.
               10  WS-PRC-CODE       PIC X(4).
               10  WS-PRC-DESC       PIC X(24).
               10  WS-PRC-UNIT       PIC 9(3)V9(4).
       01  WS-PRC-IDX            PIC 9(2).
       01  WS-SVC-MAIN           PIC 9 VALUE 1.
       01  WS-SVC-DEPO           PIC 9 VALUE 2.
       01  WS-SVC-CHKP           PIC 9 VALUE 3.
       01  WS-SVC-PAYO           PIC 9 VALUE 4.
       01  WS-SVC-PAYI           PIC 9 VALUE 5.
       01  WS-SVC-SWEP           PIC 9 VALUE 6.

      *--- Active sweep group rows, with whether the concentration
      *    account is itself on analysis.
       01  WS-SWP-TABLE.
           05  WS-SWP-ENTRY OCCURS 500 TIMES.
               10  WS-SWP-SUB        PIC 9(8).
               10  WS-SWP-CONC       PIC 9(8).
               10  WS-SWP-CONC-ON    PIC X(1).
       01  WS-SWP-COUNT          PIC 9(3) VALUE 0.
       01  WS-SWP-IDX            PIC 9(3).
       01  WS-SWP-FOUND          PIC 9(3).

      *--- Accounts analyzed this run, in account-number order (the
      *    account master is read in key order), each with the
      *    account its unit is billed to.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 2000 TIMES.
               10  WS-MBR-ACCT       PIC 9(8).
               10  WS-MBR-BILL-ACCT  PIC 9(8).
               10  WS-MBR-NAME       PIC X(30).
               10  WS-MBR-AVG-BAL    PIC S9(11)V99.
               10  WS-MBR-COLLECTED  PIC 9(11)V99.
               10  WS-MBR-SNAP-DAYS  PIC 9(3).
               10  WS-MBR-BILLED     PIC X(1).
               10  WS-MBR-COUNT      PIC 9(5) OCCURS 6 TIMES.
       01  WS-MBR-MAX            PIC 9(4) VALUE 2000.
       01  WS-MBR-COUNT-USED     PIC 9(4) VALUE 0.
       01  WS-MBR-IDX            PIC 9(4).
       01  WS-MBR-IDX2           PIC 9(4).
       01  WS-MBR-OVERFLOW       PIC 9(5) VALUE 0.

      *--- Member lookup by account number (binary search) ---
       01  WS-FIND-ACCT          PIC 9(8).
       01  WS-FIND-IDX           PIC 9(4).
       01  WS-LO                 PIC 9(4).
       01  WS-HI                 PIC 9(4).
       01  WS-MID                PIC 9(4).

      *--- Snapshot averaging ---
       01  WS-SNAP-SUM           PIC S9(13)V99.
       01  WS-SNAP-CNT           PIC 9(3).

      *--- The billing unit being analyzed ---
       01  WS-BILL-ACCT          PIC 9(8).
       01  WS-UNIT-MEMBERS       PIC 9(4).
       01  WS-UNIT-AVG-BAL       PIC S9(11)V99.
       01  WS-UNIT-COLLECTED     PIC 9(11)V99.
       01  WS-UNIT-INVESTABLE    PIC 9(11)V99.
       01  WS-UNIT-CREDIT        PIC 9(9)V99.
       01  WS-UNIT-CHARGES       PIC 9(9)V99.
       01  WS-UNIT-NET           PIC S9(9)V99.
       01  WS-UNIT-COUNTS.
           05  WS-UNIT-COUNT     PIC 9(7) OCCURS 6 TIMES.
       01  WS-SVC-CHARGE         PIC 9(9)V99.
       01  WS-UNIT-BILLED-FLAG   PIC 9 VALUE 0.
           88  WS-UNIT-ALREADY-BILLED VALUE 1.
       01  WS-POST-RESULT        PIC X(30).

      *--- Period ---
       01  WS-PERIOD-START       PIC 9(8).
       01  WS-PERIOD-END         PIC 9(8).
       01  WS-PERIOD-DAYS        PIC 9(2).
       01  WS-ENTRY-DATE         PIC 9(8).

      *--- Run totals ---
       01  WS-UNITS-ANALYZED     PIC 9(5) VALUE 0.
       01  WS-UNITS-CHARGED      PIC 9(5) VALUE 0.
       01  WS-UNITS-COVERED      PIC 9(5) VALUE 0.
       01  WS-UNITS-NOT-POSTED   PIC 9(5) VALUE 0.
       01  WS-UNITS-PRIOR        PIC 9(5) VALUE 0.
       01  WS-TOTAL-CREDIT       PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-CHARGES      PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-NET          PIC 9(11)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.
       01  WS-DISP-CNT           PIC ZZ,ZZ9.
       01  WS-DISP-PRICE         PIC ZZ9.9999.
       01  WS-DISP-RATE          PIC Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  COMMERCIAL ACCOUNT ANALYSIS"
           DISPLAY "========================================="

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "No account file - nothing to analyze."
               ELSE
                   DISPLAY "Error opening account file: "
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
           END-IF
           PERFORM LOAD-CTRL-PARAMS
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-PRICES

      *    The period is the banking date's month to date.
           MOVE WS-TODAY-DATE TO WS-PERIOD-END
           MOVE WS-TODAY-DATE TO WS-PERIOD-START
           MOVE 01 TO WS-PERIOD-START(7:2)
           MOVE WS-TODAY-DATE(7:2) TO WS-PERIOD-DAYS

           MOVE WS-CFG-ECR-RATE TO WS-DISP-RATE
           DISPLAY "  Period:              " WS-PERIOD-START
               " - " WS-PERIOD-END
           DISPLAY "  Earnings credit rate: " WS-DISP-RATE "%"
           MOVE WS-CFG-RESERVE-PCT TO WS-DISP-RATE
           DISPLAY "  Reserve:              " WS-DISP-RATE "%"
           DISPLAY SPACES

      *    Without balance history every account is analyzed at its
      *    current balance.
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-OK
               SET WS-SNAP-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: No balance history - current "
                   "balances used."
           END-IF

           PERFORM LOAD-SWEEP-GROUPS THRU LOAD-SWEEP-GROUPS-EXIT
           PERFORM LOAD-ANALYZED-ACCOUNTS
           IF WS-MBR-COUNT-USED = ZEROS
               DISPLAY "(No accounts on analysis)"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM COUNT-BILLABLE-ITEMS THRU COUNT-BILLABLE-ITEMS-EXIT

           OPEN EXTEND TXN-FILE
           IF WS-TXN-FILE-MISSING
               OPEN OUTPUT TXN-FILE
           END-IF
           IF WS-TXN-OK
               SET WS-TXN-IS-OPEN TO TRUE
           ELSE
               DISPLAY "FATAL: Cannot open transaction file."
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-HISTORY THRU OPEN-RUN-HISTORY-EXIT
           PERFORM OPEN-RPT-FILE

           PERFORM ANALYZE-ONE-UNIT THRU ANALYZE-ONE-UNIT-EXIT
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-COUNT-USED

           PERFORM PRINT-RUN-TOTALS

           DISPLAY SPACES
           DISPLAY "  Units analyzed:      " WS-UNITS-ANALYZED
           DISPLAY "  Units charged:       " WS-UNITS-CHARGED
           DISPLAY "  Covered by credit:   " WS-UNITS-COVERED
           DISPLAY "  Already billed:      " WS-UNITS-PRIOR
           DISPLAY "  Not collected:       " WS-UNITS-NOT-POSTED
           MOVE WS-TOTAL-NET TO WS-DISP-AMT
           DISPLAY "  Net charges posted:  " WS-DISP-AMT
           IF WS-RPT-IS-OPEN
               DISPLAY "  Statements: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           PERFORM CLOSE-FILES
      *    A charge that could not be collected, or an account that
      *    did not fit the table, is for the operator to look at.
           IF WS-UNITS-NOT-POSTED > ZEROS OR WS-MBR-OVERFLOW > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLOSE-FILES.
           CLOSE ACCT-FILE
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF
           IF WS-SNAP-IS-OPEN
               CLOSE SNAP-FILE
               MOVE 0 TO WS-SNAP-OPEN-FLAG
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
           END-IF.

       LOAD-CTRL-PARAMS.
           IF NOT WS-CTRL-IS-OPEN
               DISPLAY "WARNING: No control record - compiled "
                   "defaults used."
           ELSE
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTRL-NEXT-TXN-ID TO WS-NEXT-TXN-ID
                       IF CTRL-ANL-ECR-RATE NUMERIC
                           AND CTRL-ANL-ECR-RATE > ZEROS
                           MOVE CTRL-ANL-ECR-RATE
                               TO WS-CFG-ECR-RATE
                       END-IF
                       IF CTRL-ANL-RESERVE-PCT NUMERIC
                           AND CTRL-ANL-RESERVE-PCT > ZEROS
                           MOVE CTRL-ANL-RESERVE-PCT
                               TO WS-CFG-RESERVE-PCT
                       END-IF
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
               END-READ
           END-IF.

       PERSIST-NEXT-TXN-ID.
           IF WS-CTRL-IS-OPEN
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NEXT-TXN-ID TO CTRL-NEXT-TXN-ID
                       REWRITE CTRL-REC
                       INVALID KEY
                           CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
      *    While a banking day is open, postings carry the banking
      *    date from the control record, not the wall clock.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

      *    The six services ANLYSIS counts, at the table's prices
      *    when the table exists.
       LOAD-PRICES.
           MOVE "MAIN" TO WS-PRC-CODE (1)
           MOVE "ACCOUNT MAINTENANCE" TO WS-PRC-DESC (1)
           MOVE 015.0000 TO WS-PRC-UNIT (1)
           MOVE "DEPO" TO WS-PRC-CODE (2)
           MOVE "DEPOSITS CREDITED" TO WS-PRC-DESC (2)
           MOVE 000.2500 TO WS-PRC-UNIT (2)
           MOVE "CHKP" TO WS-PRC-CODE (3)
           MOVE "CHECKS PAID" TO WS-PRC-DESC (3)
           MOVE 000.1500 TO WS-PRC-UNIT (3)
           MOVE "PAYO" TO WS-PRC-CODE (4)
           MOVE "EXTERNAL PAYMENTS SENT" TO WS-PRC-DESC (4)
           MOVE 003.0000 TO WS-PRC-UNIT (4)
           MOVE "PAYI" TO WS-PRC-CODE (5)
           MOVE "INCOMING CREDITS" TO WS-PRC-DESC (5)
           MOVE 001.0000 TO WS-PRC-UNIT (5)
           MOVE "SWEP" TO WS-PRC-CODE (6)
           MOVE "CONCENTRATION SWEEPS" TO WS-PRC-DESC (6)
           MOVE 000.5000 TO WS-PRC-UNIT (6)
           OPEN INPUT ANPR-FILE
           IF NOT WS-ANPR-OK
               DISPLAY "WARNING: No price table - standard prices "
                   "used."
           ELSE
               PERFORM LOAD-ONE-PRICE
                   VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX > 6
               CLOSE ANPR-FILE
           END-IF.

       LOAD-ONE-PRICE.
           MOVE WS-PRC-CODE (WS-PRC-IDX) TO ANPR-CODE
           READ ANPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANPR-DESC TO WS-PRC-DESC (WS-PRC-IDX)
                   MOVE ANPR-UNIT-PRICE TO WS-PRC-UNIT (WS-PRC-IDX)
           END-READ.

      *    Every active sweep row, and whether its concentration
      *    account is billed by analysis (an active account with the
      *    flag set).
       LOAD-SWEEP-GROUPS.
           OPEN INPUT SWP-FILE
           IF NOT WS-SWP-OK
               GO TO LOAD-SWEEP-GROUPS-EXIT
           END-IF
           MOVE 0 TO WS-SWP-EOF-FLAG
           MOVE LOW-VALUES TO SWP-SUB-ACCT
           START SWP-FILE KEY IS GREATER THAN SWP-SUB-ACCT
               INVALID KEY
                   SET WS-SWP-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-SWEEP-ROW UNTIL WS-SWP-AT-EOF
           CLOSE SWP-FILE.
       LOAD-SWEEP-GROUPS-EXIT.
           EXIT.

       LOAD-ONE-SWEEP-ROW.
           READ SWP-FILE NEXT
               AT END
                   SET WS-SWP-AT-EOF TO TRUE
               NOT AT END
                   IF SWP-IS-ACTIVE AND WS-SWP-COUNT < 500
                       ADD 1 TO WS-SWP-COUNT
                       MOVE SWP-SUB-ACCT TO WS-SWP-SUB (WS-SWP-COUNT)
                       MOVE SWP-CONC-ACCT
                           TO WS-SWP-CONC (WS-SWP-COUNT)
                       MOVE "N" TO WS-SWP-CONC-ON (WS-SWP-COUNT)
                       MOVE SWP-CONC-ACCT TO ACCT-NO
                       READ ACCT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ACCT-ON-ANALYSIS
                                   AND NOT ACCT-IS-CLOSED
                                   AND NOT ACCT-IS-CHGOFF
                                   MOVE "Y" TO
                                       WS-SWP-CONC-ON (WS-SWP-COUNT)
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      *    One pass of the account master in key order. An open
      *    account joins the run when it is on analysis itself, or is
      *    a sub swept to a concentration account that is; the sub is
      *    then billed with its group, not on its own.
       LOAD-ANALYZED-ACCOUNTS.
           MOVE 0 TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-NEXT-ACCOUNT UNTIL WS-ACCT-AT-EOF.

       LOAD-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
               NOT AT END
                   PERFORM CONSIDER-ACCOUNT THRU CONSIDER-ACCOUNT-EXIT
           END-READ.

       CONSIDER-ACCOUNT.
           IF ACCT-IS-CLOSED OR ACCT-IS-CHGOFF
               GO TO CONSIDER-ACCOUNT-EXIT
           END-IF
           MOVE ZEROS TO WS-BILL-ACCT
           MOVE ZEROS TO WS-SWP-FOUND
           PERFORM FIND-SWEEP-ROW
               VARYING WS-SWP-IDX FROM 1 BY 1
               UNTIL WS-SWP-IDX > WS-SWP-COUNT
               OR WS-SWP-FOUND > ZEROS
           IF WS-SWP-FOUND > ZEROS
               IF WS-SWP-CONC-ON (WS-SWP-FOUND) = "Y"
                   MOVE WS-SWP-CONC (WS-SWP-FOUND) TO WS-BILL-ACCT
               END-IF
           END-IF
           IF WS-BILL-ACCT = ZEROS AND ACCT-ON-ANALYSIS
               MOVE ACCT-NO TO WS-BILL-ACCT
           END-IF
           IF WS-BILL-ACCT = ZEROS
               GO TO CONSIDER-ACCOUNT-EXIT
           END-IF
           IF WS-MBR-COUNT-USED NOT < WS-MBR-MAX
               ADD 1 TO WS-MBR-OVERFLOW
               DISPLAY "  WARNING: Table full - account " ACCT-NO
                   " not analyzed."
               GO TO CONSIDER-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-MBR-COUNT-USED
           MOVE WS-MBR-COUNT-USED TO WS-MBR-IDX
           MOVE ACCT-NO      TO WS-MBR-ACCT (WS-MBR-IDX)
           MOVE WS-BILL-ACCT TO WS-MBR-BILL-ACCT (WS-MBR-IDX)
           MOVE ACCT-NAME    TO WS-MBR-NAME (WS-MBR-IDX)
           MOVE "N"          TO WS-MBR-BILLED (WS-MBR-IDX)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 1)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 2)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 3)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 4)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 5)
           MOVE ZEROS TO WS-MBR-COUNT (WS-MBR-IDX, 6)
           PERFORM AVERAGE-SNAPSHOTS THRU AVERAGE-SNAPSHOTS-EXIT
      *    Collected = average ledger less the funds still on hold
      *    as uncollected; never below zero.
           MOVE ZEROS TO WS-MBR-COLLECTED (WS-MBR-IDX)
           IF ACCT-HOLD-AMT NOT NUMERIC
               MOVE ZEROS TO ACCT-HOLD-AMT
           END-IF
           IF WS-MBR-AVG-BAL (WS-MBR-IDX) > ACCT-HOLD-AMT
               COMPUTE WS-MBR-COLLECTED (WS-MBR-IDX) =
                   WS-MBR-AVG-BAL (WS-MBR-IDX) - ACCT-HOLD-AMT
           END-IF.
       CONSIDER-ACCOUNT-EXIT.
           EXIT.

       FIND-SWEEP-ROW.
           IF WS-SWP-SUB (WS-SWP-IDX) = ACCT-NO
               MOVE WS-SWP-IDX TO WS-SWP-FOUND
           END-IF.

      *    Average of the period's end-of-day snapshots; the current
      *    balance when the account has none in the period.
       AVERAGE-SNAPSHOTS.
           MOVE ACCT-BAL TO WS-MBR-AVG-BAL (WS-MBR-IDX)
           MOVE ZEROS TO WS-MBR-SNAP-DAYS (WS-MBR-IDX)
           IF NOT WS-SNAP-IS-OPEN
               GO TO AVERAGE-SNAPSHOTS-EXIT
           END-IF
           MOVE ZEROS TO WS-SNAP-SUM
           MOVE ZEROS TO WS-SNAP-CNT
           MOVE 0 TO WS-SNAP-EOF-FLAG
           MOVE ACCT-NO TO SNAP-ACCT-NO
           MOVE WS-PERIOD-START TO SNAP-DATE
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   SET WS-SNAP-DONE TO TRUE
           END-START
           PERFORM ADD-ONE-SNAPSHOT UNTIL WS-SNAP-DONE
           IF WS-SNAP-CNT > ZEROS
               COMPUTE WS-MBR-AVG-BAL (WS-MBR-IDX) ROUNDED =
                   WS-SNAP-SUM / WS-SNAP-CNT
               MOVE WS-SNAP-CNT TO WS-MBR-SNAP-DAYS (WS-MBR-IDX)
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

      *================================================================*
      * One pass of the journal: every completed entry dated in the    *
      * period on an analyzed account is counted against its service. *
      * An analysis charge already posted for the period marks the     *
      * account billed.                                                *
      *================================================================*
       COUNT-BILLABLE-ITEMS.
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               GO TO COUNT-BILLABLE-ITEMS-EXIT
           END-IF
           MOVE 0 TO WS-TXN-EOF-FLAG
           PERFORM COUNT-NEXT-TXN UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       COUNT-BILLABLE-ITEMS-EXIT.
           EXIT.

       COUNT-NEXT-TXN.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   IF TXN-ID NOT < WS-NEXT-TXN-ID
                       COMPUTE WS-NEXT-TXN-ID = TXN-ID + 1
                   END-IF
                   PERFORM COUNT-ONE-TXN THRU COUNT-ONE-TXN-EXIT
           END-READ.

       COUNT-ONE-TXN.
           IF NOT TXN-IS-COMPLETE
               GO TO COUNT-ONE-TXN-EXIT
           END-IF
           MOVE TXN-DATE TO WS-ENTRY-DATE
           IF TXN-EFF-DATE NUMERIC AND TXN-EFF-DATE > ZEROS
               MOVE TXN-EFF-DATE TO WS-ENTRY-DATE
           END-IF
           IF WS-ENTRY-DATE < WS-PERIOD-START
               OR WS-ENTRY-DATE > WS-PERIOD-END
               GO TO COUNT-ONE-TXN-EXIT
           END-IF
           MOVE TXN-ACCT-NO TO WS-FIND-ACCT
           PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT
      *    A sweep is one entry between sub and concentration
      *    account; it is counted once, on whichever side is here.
           IF WS-FIND-IDX = ZEROS AND TXN-IS-TRANSFER
               MOVE TXN-XFER-ACCT TO WS-FIND-ACCT
               PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT
           END-IF
           IF WS-FIND-IDX = ZEROS
               GO TO COUNT-ONE-TXN-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TXN-IS-SVC-CHARGE AND TXN-CAT-ANALYSIS
                   MOVE "Y" TO WS-MBR-BILLED (WS-FIND-IDX)
               WHEN TXN-IS-DEPOSIT AND TXN-CAT-EXT-CREDIT
                   ADD 1 TO WS-MBR-COUNT (WS-FIND-IDX, WS-SVC-PAYI)
               WHEN TXN-IS-DEPOSIT
                   ADD 1 TO WS-MBR-COUNT (WS-FIND-IDX, WS-SVC-DEPO)
               WHEN TXN-IS-WITHDRAWAL AND TXN-CHECK-NO NUMERIC
                   AND TXN-CHECK-NO > ZEROS
                   ADD 1 TO WS-MBR-COUNT (WS-FIND-IDX, WS-SVC-CHKP)
               WHEN TXN-IS-WITHDRAWAL
                   AND TXN-DESC = "EXTERNAL PAYMENT"
                   ADD 1 TO WS-MBR-COUNT (WS-FIND-IDX, WS-SVC-PAYO)
               WHEN TXN-IS-TRANSFER
                   AND TXN-DESC = "CONCENTRATION SWEEP"
                   ADD 1 TO WS-MBR-COUNT (WS-FIND-IDX, WS-SVC-SWEP)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       COUNT-ONE-TXN-EXIT.
           EXIT.

      *    Binary search of the member table (account order) for
      *    WS-FIND-ACCT; WS-FIND-IDX is zero when it is not there.
       FIND-MEMBER.
           MOVE ZEROS TO WS-FIND-IDX
           IF WS-MBR-COUNT-USED = ZEROS
               GO TO FIND-MEMBER-EXIT
           END-IF
           MOVE 1 TO WS-LO
           MOVE WS-MBR-COUNT-USED TO WS-HI
           PERFORM FIND-MEMBER-STEP
               UNTIL WS-LO > WS-HI OR WS-FIND-IDX > ZEROS.
       FIND-MEMBER-EXIT.
           EXIT.

       FIND-MEMBER-STEP.
           COMPUTE WS-MID = (WS-LO + WS-HI) / 2
           EVALUATE TRUE
               WHEN WS-MBR-ACCT (WS-MID) = WS-FIND-ACCT
                   MOVE WS-MID TO WS-FIND-IDX
               WHEN WS-MBR-ACCT (WS-MID) < WS-FIND-ACCT
                   COMPUTE WS-LO = WS-MID + 1
               WHEN OTHER
                   IF WS-MID = 1
                       MOVE ZEROS TO WS-HI
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
           END-EVALUATE.

      *================================================================*
      * One billing unit per account that is its own billing account: *
      * the account alone, or a concentration account and its subs.   *
      *================================================================*
       ANALYZE-ONE-UNIT.
           IF WS-MBR-BILL-ACCT (WS-MBR-IDX)
               NOT = WS-MBR-ACCT (WS-MBR-IDX)
               GO TO ANALYZE-ONE-UNIT-EXIT
           END-IF
           MOVE WS-MBR-ACCT (WS-MBR-IDX) TO WS-BILL-ACCT
           ADD 1 TO WS-UNITS-ANALYZED
           MOVE ZEROS TO WS-UNIT-MEMBERS
           MOVE ZEROS TO WS-UNIT-AVG-BAL
           MOVE ZEROS TO WS-UNIT-COLLECTED
           MOVE ZEROS TO WS-UNIT-COUNTS
           MOVE 0 TO WS-UNIT-BILLED-FLAG

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ANALYSIS STATEMENT  ACCOUNT " WS-BILL-ACCT "  "
               WS-MBR-NAME (WS-MBR-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD " WS-PERIOD-START " - " WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "  ACCOUNT   NAME                           AVG LEDGER"
               TO WS-RPT-LINE
           MOVE "AVG COLLECTED" TO WS-RPT-LINE(62:13)
           PERFORM WRITE-RPT-LINE

           PERFORM ADD-UNIT-MEMBER
               VARYING WS-MBR-IDX2 FROM 1 BY 1
               UNTIL WS-MBR-IDX2 > WS-MBR-COUNT-USED

      *    Earnings credit on the collected balance less reserves,
      *    for the days in the period on an actual/365 basis.
           COMPUTE WS-UNIT-INVESTABLE ROUNDED =
               WS-UNIT-COLLECTED * (100 - WS-CFG-RESERVE-PCT) / 100
           COMPUTE WS-UNIT-CREDIT ROUNDED =
               WS-UNIT-INVESTABLE * WS-CFG-ECR-RATE / 100
               * WS-PERIOD-DAYS / 365

      *    One maintenance item per account in the unit.
           MOVE WS-UNIT-MEMBERS TO WS-UNIT-COUNT (WS-SVC-MAIN)
           MOVE ZEROS TO WS-UNIT-CHARGES
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "  SERVICE                        ITEMS  UNIT PRICE"
               TO WS-RPT-LINE
           MOVE "CHARGE" TO WS-RPT-LINE(64:6)
           PERFORM WRITE-RPT-LINE
           PERFORM PRICE-ONE-SERVICE
               VARYING WS-PRC-IDX FROM 1 BY 1
               UNTIL WS-PRC-IDX > 6

           COMPUTE WS-UNIT-NET = WS-UNIT-CHARGES - WS-UNIT-CREDIT
           ADD WS-UNIT-CREDIT TO WS-TOTAL-CREDIT
           ADD WS-UNIT-CHARGES TO WS-TOTAL-CHARGES

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNIT-AVG-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "  AVERAGE LEDGER BALANCE          " WS-DISP-BAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNIT-COLLECTED TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  AVERAGE COLLECTED BALANCE       " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNIT-INVESTABLE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LESS RESERVES - INVESTABLE      " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNIT-CREDIT TO WS-DISP-AMT
           MOVE WS-CFG-ECR-RATE TO WS-DISP-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  EARNINGS CREDIT AT " WS-DISP-RATE "%     "
               WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNIT-CHARGES TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL ACTIVITY CHARGES          " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           EVALUATE TRUE
               WHEN WS-UNIT-ALREADY-BILLED
                   ADD 1 TO WS-UNITS-PRIOR
                   MOVE "ALREADY CHARGED THIS PERIOD"
                       TO WS-POST-RESULT
               WHEN WS-UNIT-NET NOT > ZEROS
                   ADD 1 TO WS-UNITS-COVERED
                   MOVE "CREDIT COVERS CHARGES - NO FEE"
                       TO WS-POST-RESULT
               WHEN OTHER
                   PERFORM POST-NET-CHARGE
                       THRU POST-NET-CHARGE-EXIT
           END-EVALUATE
           IF WS-UNIT-NET > ZEROS
               MOVE WS-UNIT-NET TO WS-DISP-AMT
           ELSE
               MOVE ZEROS TO WS-DISP-AMT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NET ANALYSIS CHARGE             " WS-DISP-AMT
               "  " WS-POST-RESULT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  " WS-BILL-ACCT "  members " WS-UNIT-MEMBERS
               "  net " WS-DISP-AMT "  " WS-POST-RESULT.
       ANALYZE-ONE-UNIT-EXIT.
           EXIT.

       ADD-UNIT-MEMBER.
           IF WS-MBR-BILL-ACCT (WS-MBR-IDX2) = WS-BILL-ACCT
               ADD 1 TO WS-UNIT-MEMBERS
               ADD WS-MBR-AVG-BAL (WS-MBR-IDX2) TO WS-UNIT-AVG-BAL
               ADD WS-MBR-COLLECTED (WS-MBR-IDX2)
                   TO WS-UNIT-COLLECTED
               ADD WS-MBR-COUNT (WS-MBR-IDX2, 2) TO WS-UNIT-COUNT (2)
               ADD WS-MBR-COUNT (WS-MBR-IDX2, 3) TO WS-UNIT-COUNT (3)
               ADD WS-MBR-COUNT (WS-MBR-IDX2, 4) TO WS-UNIT-COUNT (4)
               ADD WS-MBR-COUNT (WS-MBR-IDX2, 5) TO WS-UNIT-COUNT (5)
               ADD WS-MBR-COUNT (WS-MBR-IDX2, 6) TO WS-UNIT-COUNT (6)
               IF WS-MBR-BILLED (WS-MBR-IDX2) = "Y"
                   AND WS-MBR-ACCT (WS-MBR-IDX2) = WS-BILL-ACCT
                   SET WS-UNIT-ALREADY-BILLED TO TRUE
               END-IF
               MOVE WS-MBR-AVG-BAL (WS-MBR-IDX2) TO WS-DISP-BAL
               MOVE WS-MBR-COLLECTED (WS-MBR-IDX2) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-MBR-ACCT (WS-MBR-IDX2) "  "
                   WS-MBR-NAME (WS-MBR-IDX2) " " WS-DISP-BAL
                   " " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       PRICE-ONE-SERVICE.
           COMPUTE WS-SVC-CHARGE ROUNDED =
               WS-UNIT-COUNT (WS-PRC-IDX) * WS-PRC-UNIT (WS-PRC-IDX)
           ADD WS-SVC-CHARGE TO WS-UNIT-CHARGES
           MOVE WS-UNIT-COUNT (WS-PRC-IDX) TO WS-DISP-CNT
           MOVE WS-PRC-UNIT (WS-PRC-IDX) TO WS-DISP-PRICE
           MOVE WS-SVC-CHARGE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-PRC-CODE (WS-PRC-IDX) " "
               WS-PRC-DESC (WS-PRC-IDX) " " WS-DISP-CNT "  "
               WS-DISP-PRICE "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    Debits the net charge to the billing account as an "S"
      *    entry under ANLC. As with SVCFEE, a restricted account is
      *    not charged, and the charge may not take a checking
      *    account past its overdraft limit or any other account
      *    below zero; those units are listed as not collected.
       POST-NET-CHARGE.
           MOVE WS-BILL-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOT COLLECTED - ACCOUNT MISSING"
                       TO WS-POST-RESULT
                   ADD 1 TO WS-UNITS-NOT-POSTED
                   GO TO POST-NET-CHARGE-EXIT
           END-READ
           IF NOT ACCT-IS-ACTIVE
               MOVE "NOT COLLECTED - NOT ACTIVE" TO WS-POST-RESULT
               ADD 1 TO WS-UNITS-NOT-POSTED
               GO TO POST-NET-CHARGE-EXIT
           END-IF
           IF ACCT-RES-NO-DEBITS OR ACCT-RES-COUNTER-ONLY
               MOVE "NOT COLLECTED - RESTRICTED" TO WS-POST-RESULT
               ADD 1 TO WS-UNITS-NOT-POSTED
               GO TO POST-NET-CHARGE-EXIT
           END-IF
           IF ACCT-IS-CHECKING
               IF (ACCT-BAL - WS-UNIT-NET) < (0 - ACCT-OD-LIMIT)
                   MOVE "NOT COLLECTED - INSUFFICIENT"
                       TO WS-POST-RESULT
                   ADD 1 TO WS-UNITS-NOT-POSTED
                   GO TO POST-NET-CHARGE-EXIT
               END-IF
           ELSE
               IF WS-UNIT-NET > ACCT-BAL
                   MOVE "NOT COLLECTED - INSUFFICIENT"
                       TO WS-POST-RESULT
                   ADD 1 TO WS-UNITS-NOT-POSTED
                   GO TO POST-NET-CHARGE-EXIT
               END-IF
           END-IF
           SUBTRACT WS-UNIT-NET FROM ACCT-BAL
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "NOT COLLECTED - UPDATE FAILED" TO WS-POST-RESULT
               ADD 1 TO WS-UNITS-NOT-POSTED
               GO TO POST-NET-CHARGE-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE ACCT-NO           TO TXN-ACCT-NO
           MOVE "S"               TO TXN-TYPE
           MOVE WS-UNIT-NET       TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE "ACCOUNT ANALYSIS FEE" TO TXN-DESC
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE ZEROS             TO TXN-REF-ID
           MOVE SPACES            TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE "ANLC"            TO TXN-CATEGORY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE SPACES            TO TXN-OVERRIDE-ID
           MOVE ZEROS             TO TXN-CHECK-NO
           MOVE WS-RUN-ID         TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE SPACES            TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD TXN-AMOUNT TO WS-RUN-TXN-TOTAL
               ADD 1 TO WS-UNITS-CHARGED
               ADD WS-UNIT-NET TO WS-TOTAL-NET
               MOVE "CHARGED" TO WS-POST-RESULT
           ELSE
               MOVE "CHARGED - JOURNAL FAILED" TO WS-POST-RESULT
               DISPLAY "  WARNING: Account " ACCT-NO
                   " charged but transaction log failed."
           END-IF.
       POST-NET-CHARGE-EXIT.
           EXIT.

       OPEN-RPT-FILE.
           STRING "data/ANLYSIS-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "ACCOUNT ANALYSIS STATEMENTS" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PERIOD " WS-PERIOD-START " - " WS-PERIOD-END
                   "  RUN " WS-RUN-ID
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

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "RUN TOTALS" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNITS-ANALYZED TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  UNITS ANALYZED          " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-CREDIT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  EARNINGS CREDITS        " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-CHARGES TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACTIVITY CHARGES        " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOTAL-NET TO WS-DISP-AMT
           MOVE WS-UNITS-CHARGED TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NET CHARGES POSTED      " WS-DISP-AMT
               "  (" WS-DISP-CNT " ACCOUNTS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UNITS-NOT-POSTED TO WS-DISP-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NOT COLLECTED           " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    Allocates this run's id on the run-history file, as the
      *    other posting batches do, so RUNBACK can back the run's
      *    charges out.
       OPEN-RUN-HISTORY.
           OPEN I-O RUNH-FILE
           IF WS-RUNH-OK
               SET WS-RUNH-IS-OPEN TO TRUE
           ELSE
               IF WS-RUNH-FILE-MISSING
                   OPEN OUTPUT RUNH-FILE
                   IF WS-RUNH-OK
                       CLOSE RUNH-FILE
                       OPEN I-O RUNH-FILE
                       IF WS-RUNH-OK
                           SET WS-RUNH-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RUNH-IS-OPEN
               DISPLAY "WARNING: Run history unavailable - "
                   "entries will not carry a run id."
               GO TO OPEN-RUN-HISTORY-EXIT
           END-IF
           MOVE HIGH-VALUES TO RUNH-ID
           START RUNH-FILE KEY IS LESS THAN RUNH-ID
               INVALID KEY
                   MOVE 1 TO WS-RUN-ID
           END-START
           IF WS-RUN-ID = ZEROS
               READ RUNH-FILE NEXT
                   AT END
                       MOVE 1 TO WS-RUN-ID
                   NOT AT END
                       COMPUTE WS-RUN-ID = RUNH-ID + 1
               END-READ
           END-IF
           MOVE WS-RUN-ID     TO RUNH-ID
           MOVE "ANLYSIS " TO RUNH-PROGRAM
           MOVE WS-TODAY-DATE TO RUNH-DATE
           MOVE WS-NOW-TIME   TO RUNH-TIME
           MOVE ZEROS         TO RUNH-TXN-COUNT
           MOVE ZEROS         TO RUNH-TXN-TOTAL
           MOVE ZEROS         TO RUNH-SKIP-COUNT
           MOVE "A"           TO RUNH-STATUS
           WRITE RUNH-REC
           INVALID KEY
               CONTINUE
           END-WRITE
           IF WS-RUNH-OK
               DISPLAY "Run id: " WS-RUN-ID
           ELSE
               DISPLAY "WARNING: Could not record the run - "
                   "entries will not carry a run id."
               MOVE ZEROS TO WS-RUN-ID
           END-IF.
       OPEN-RUN-HISTORY-EXIT.
           EXIT.

       CLOSE-RUN-HISTORY.
           IF NOT WS-RUNH-IS-OPEN
               GO TO CLOSE-RUN-HISTORY-EXIT
           END-IF
           IF WS-RUN-ID > ZEROS
               MOVE WS-RUN-ID TO RUNH-ID
               READ RUNH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RUN-TXN-COUNT TO RUNH-TXN-COUNT
                       MOVE WS-RUN-TXN-TOTAL TO RUNH-TXN-TOTAL
                       MOVE WS-UNITS-NOT-POSTED TO RUNH-SKIP-COUNT
                       REWRITE RUNH-REC
                       INVALID KEY
                           CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           CLOSE RUNH-FILE
           MOVE 0 TO WS-RUNH-OPEN-FLAG.
       CLOSE-RUN-HISTORY-EXIT.
           EXIT.

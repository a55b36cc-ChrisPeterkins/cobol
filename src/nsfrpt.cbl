       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFRPT.
      *================================================================*
      * NSFRPT - Daily Item Fee Listing by Branch                      *
      * Daily batch. Lists every returned-NSF (NSFF) and paid-         *
      * overdraft (ODFE) item fee charged on the banking day by        *
      * INCLEAR, POSPAY, TXNPROC, BANKUI, ATMFEED or TXNIMP, and every *
      * waiver keyed in FEEWAIV that day, grouped by the account's     *
      * home branch (TXN-BRANCH) with branch subtotals and bank        *
      * totals - fees charged, waived, and net fee income. A fee       *
      * since waived is still listed as charged, marked WAIVED.        *
      * Read-only; report data/NSFRPT-<date>.txt.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT BR-FILE
               ASSIGN TO "data/BRANCHES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "data/SORT-NSFRPT.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-BRANCH        PIC X(4).
           05  SORT-ACCT-NO       PIC 9(8).
           05  SORT-TXN-ID        PIC 9(10).
      *    F = fee charged, W = waiver.
           05  SORT-KIND          PIC X(1).
           05  SORT-CATEGORY      PIC X(4).
           05  SORT-AMOUNT        PIC 9(7)V99.
           05  SORT-STATUS        PIC X(1).
           05  SORT-REF-ID        PIC 9(10).
           05  SORT-DESC          PIC X(20).
           05  SORT-OPERATOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-BR-STATUS          PIC XX.
           88  WS-BR-OK              VALUE "00".
       01  WS-BR-OPEN-FLAG       PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN         VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-SORT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-SORT-EOF           VALUE 1.
       01  WS-PREV-BRANCH        PIC X(4).
       01  WS-BR-NAME            PIC X(20).
       01  WS-KIND-NAME          PIC X(10).
       01  WS-MARK               PIC X(6).

      *--- Branch and bank totals ---
       01  WS-BR-TOTALS.
           05  WS-BR-NSF-CNT     PIC 9(5).
           05  WS-BR-NSF-AMT     PIC 9(9)V99.
           05  WS-BR-OD-CNT      PIC 9(5).
           05  WS-BR-OD-AMT      PIC 9(9)V99.
           05  WS-BR-WAIVE-CNT   PIC 9(5).
           05  WS-BR-WAIVE-AMT   PIC 9(9)V99.
       01  WS-BANK-TOTALS.
           05  WS-BANK-NSF-CNT   PIC 9(7).
           05  WS-BANK-NSF-AMT   PIC 9(11)V99.
           05  WS-BANK-OD-CNT    PIC 9(7).
           05  WS-BANK-OD-AMT    PIC 9(11)V99.
           05  WS-BANK-WAIVE-CNT PIC 9(7).
           05  WS-BANK-WAIVE-AMT PIC 9(11)V99.
       01  WS-BRANCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-NET-AMT            PIC S9(11)V99.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-NET           PIC -$$$,$$$,$$9.99.
       01  WS-DISP-CNT           PIC ZZ,ZZ9.
       01  WS-DISP-CNT2          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ITEM FEE LISTING BY BRANCH"
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

           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               IF WS-TXN-FILE-MISSING
                   DISPLAY "No transaction file - nothing to report."
               ELSE
                   DISPLAY "Error opening transaction file: "
                       WS-TXN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *    Without the branch master the listing still runs, with
      *    bare branch codes.
           OPEN INPUT BR-FILE
           IF WS-BR-OK
               SET WS-BR-IS-OPEN TO TRUE
           END-IF

           MOVE ZEROS TO WS-BANK-TOTALS
           PERFORM OPEN-RPT-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-BRANCH
               ON ASCENDING KEY SORT-ACCT-NO
               ON ASCENDING KEY SORT-TXN-ID
               INPUT PROCEDURE IS SELECT-ITEM-FEES
                   THRU SELECT-ITEM-FEES-EXIT
               OUTPUT PROCEDURE IS LIST-BY-BRANCH
                   THRU LIST-BY-BRANCH-EXIT

           PERFORM PRINT-BANK-TOTALS

           DISPLAY SPACES
           DISPLAY "  Branches:          " WS-BRANCH-COUNT
           DISPLAY "  NSF item fees:     " WS-BANK-NSF-CNT
           DISPLAY "  Overdraft fees:    " WS-BANK-OD-CNT
           DISPLAY "  Waivers:           " WS-BANK-WAIVE-CNT
           MOVE WS-NET-AMT TO WS-DISP-NET
           DISPLAY "  Net fee income:    " WS-DISP-NET
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE TXN-FILE
           IF WS-BR-IS-OPEN
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/NSFRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "ITEM FEE LISTING BY BRANCH" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "BANKING DAY " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
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
      * INPUT PROCEDURE - the day's item fees (S entries in NSFF or    *
      * ODFE, standing or since waived) and their waivers (R entries   *
      * in the same categories).                                       *
      *================================================================*
       SELECT-ITEM-FEES.
           MOVE 0 TO WS-TXN-EOF-FLAG
           PERFORM SELECT-NEXT-TXN UNTIL WS-TXN-AT-EOF.
       SELECT-ITEM-FEES-EXIT.
           EXIT.

       SELECT-NEXT-TXN.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-ONE-TXN THRU SELECT-ONE-TXN-EXIT
           END-READ.

       SELECT-ONE-TXN.
           IF TXN-DATE NOT = WS-TODAY-DATE
               GO TO SELECT-ONE-TXN-EXIT
           END-IF
           IF NOT (TXN-CAT-NSF-FEE OR TXN-CAT-OD-FEE)
               GO TO SELECT-ONE-TXN-EXIT
           END-IF
           MOVE SPACES TO SORT-REC
           EVALUATE TRUE
               WHEN TXN-IS-SVC-CHARGE
                   AND (TXN-IS-COMPLETE OR TXN-IS-REVERSED)
                   MOVE "F" TO SORT-KIND
               WHEN TXN-IS-REVERSAL
                   MOVE "W" TO SORT-KIND
               WHEN OTHER
                   GO TO SELECT-ONE-TXN-EXIT
           END-EVALUATE
           MOVE TXN-BRANCH      TO SORT-BRANCH
           IF TXN-BRANCH = SPACES OR LOW-VALUES
               MOVE "0001" TO SORT-BRANCH
           END-IF
           MOVE TXN-ACCT-NO     TO SORT-ACCT-NO
           MOVE TXN-ID          TO SORT-TXN-ID
           MOVE TXN-CATEGORY    TO SORT-CATEGORY
           MOVE TXN-AMOUNT      TO SORT-AMOUNT
           MOVE TXN-STATUS      TO SORT-STATUS
           MOVE TXN-REF-ID      TO SORT-REF-ID
           MOVE TXN-DESC        TO SORT-DESC
           MOVE TXN-OPERATOR-ID TO SORT-OPERATOR
           RELEASE SORT-REC.
       SELECT-ONE-TXN-EXIT.
           EXIT.

      *================================================================*
      * OUTPUT PROCEDURE - one control break per branch.               *
      *================================================================*
       LIST-BY-BRANCH.
           MOVE 0 TO WS-SORT-EOF-FLAG
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   MOVE "  (NO ITEM FEES CHARGED OR WAIVED)"
                       TO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
                   GO TO LIST-BY-BRANCH-EXIT
           END-RETURN
           PERFORM START-BRANCH
           PERFORM PROCESS-SORTED-LOOP UNTIL WS-SORT-EOF
           PERFORM FINISH-BRANCH.
       LIST-BY-BRANCH-EXIT.
           EXIT.

       PROCESS-SORTED-LOOP.
           PERFORM LIST-ONE-ITEM
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SORT-BRANCH NOT = WS-PREV-BRANCH
                       PERFORM FINISH-BRANCH
                       PERFORM START-BRANCH
                   END-IF
           END-RETURN.

       START-BRANCH.
           MOVE SORT-BRANCH TO WS-PREV-BRANCH
           MOVE ZEROS TO WS-BR-TOTALS
           ADD 1 TO WS-BRANCH-COUNT
           MOVE SPACES TO WS-BR-NAME
           IF WS-BR-IS-OPEN
               MOVE SORT-BRANCH TO BR-CODE
               READ BR-FILE
                   INVALID KEY
                       MOVE "(NOT ON BRANCH FILE)" TO WS-BR-NAME
                   NOT INVALID KEY
                       MOVE BR-NAME TO WS-BR-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " WS-PREV-BRANCH "  " WS-BR-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACCOUNT   TXN ID     KIND       "
               "        AMOUNT  OPERATOR  REFERENCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       LIST-ONE-ITEM.
           MOVE SPACES TO WS-MARK
           EVALUATE TRUE
               WHEN SORT-KIND = "W"
                   MOVE "WAIVER" TO WS-KIND-NAME
                   ADD 1 TO WS-BR-WAIVE-CNT
                   ADD SORT-AMOUNT TO WS-BR-WAIVE-AMT
               WHEN SORT-CATEGORY = "NSFF"
                   MOVE "NSF ITEM" TO WS-KIND-NAME
                   ADD 1 TO WS-BR-NSF-CNT
                   ADD SORT-AMOUNT TO WS-BR-NSF-AMT
               WHEN OTHER
                   MOVE "OD ITEM" TO WS-KIND-NAME
                   ADD 1 TO WS-BR-OD-CNT
                   ADD SORT-AMOUNT TO WS-BR-OD-AMT
           END-EVALUATE
           IF SORT-KIND = "F" AND SORT-STATUS = "V"
               MOVE "WAIVED" TO WS-MARK
           END-IF
           MOVE SORT-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           IF SORT-KIND = "W"
               STRING "  " SORT-ACCT-NO "  " SORT-TXN-ID " "
                   WS-KIND-NAME " " WS-DISP-AMT "  "
                   SORT-OPERATOR "  " SORT-DESC(12:5)
                   " OF " SORT-REF-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  " SORT-ACCT-NO "  " SORT-TXN-ID " "
                   WS-KIND-NAME " " WS-DISP-AMT "  "
                   SORT-OPERATOR "  " WS-MARK
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

       FINISH-BRANCH.
           MOVE WS-BR-NSF-CNT TO WS-DISP-CNT
           MOVE WS-BR-NSF-AMT TO WS-DISP-AMT
           MOVE WS-BR-OD-CNT  TO WS-DISP-CNT2
           MOVE WS-BR-OD-AMT  TO WS-DISP-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH
               "  NSF " WS-DISP-CNT " " WS-DISP-AMT
               "  OD " WS-DISP-CNT2 " " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           COMPUTE WS-NET-AMT = WS-BR-NSF-AMT + WS-BR-OD-AMT
               - WS-BR-WAIVE-AMT
           MOVE WS-BR-WAIVE-CNT TO WS-DISP-CNT
           MOVE WS-BR-WAIVE-AMT TO WS-DISP-AMT
           MOVE WS-NET-AMT TO WS-DISP-NET
           MOVE SPACES TO WS-RPT-LINE
           STRING "               WAIVED " WS-DISP-CNT " "
               WS-DISP-AMT "  NET " WS-DISP-NET
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           ADD WS-BR-NSF-CNT   TO WS-BANK-NSF-CNT
           ADD WS-BR-NSF-AMT   TO WS-BANK-NSF-AMT
           ADD WS-BR-OD-CNT    TO WS-BANK-OD-CNT
           ADD WS-BR-OD-AMT    TO WS-BANK-OD-AMT
           ADD WS-BR-WAIVE-CNT TO WS-BANK-WAIVE-CNT
           ADD WS-BR-WAIVE-AMT TO WS-BANK-WAIVE-AMT.

       PRINT-BANK-TOTALS.
           COMPUTE WS-NET-AMT = WS-BANK-NSF-AMT + WS-BANK-OD-AMT
               - WS-BANK-WAIVE-AMT
           MOVE "BANK TOTALS" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-NSF-CNT TO WS-DISP-CNT
           MOVE WS-BANK-NSF-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NSF ITEM FEES     " WS-DISP-CNT " " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-OD-CNT TO WS-DISP-CNT
           MOVE WS-BANK-OD-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OD ITEM FEES      " WS-DISP-CNT " " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-BANK-WAIVE-CNT TO WS-DISP-CNT
           MOVE WS-BANK-WAIVE-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  WAIVERS           " WS-DISP-CNT " " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-NET-AMT TO WS-DISP-NET
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NET FEE INCOME           " WS-DISP-NET
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

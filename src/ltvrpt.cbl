       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTVRPT.
      *================================================================*
      * LTVRPT - Loan-to-Value Report                                  *
      * Month-end step. Each active loan's balance is measured against *
      * the appraised value of the collateral still held for it in the *
      * collateral register (data/COLLATRL.dat) and the loan-to-value  *
      * is held against the policy maximum (CTRL-LTV-MAX-PCT, 80% when *
      * not set); loans over it are flagged, and active loans with no  *
      * collateral on file are listed as unsecured. Collateral still   *
      * held against a loan that is paid off or closed - a payoff the  *
      * autopay run took, where no release was printed - is listed as  *
      * a release due, to be let go from LOANMGR's collateral menu.    *
      * Read-only; the register is data/LTVRPT-<date>.txt.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT COLL-FILE
               ASSIGN TO "data/COLLATRL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-KEY
               FILE STATUS IS WS-COLL-STATUS.

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
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  COLL-FILE.
       COPY COLL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

       01  WS-COLL-STATUS        PIC XX.
           88  WS-COLL-OK            VALUE "00".
       01  WS-COLL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-COLL-IS-OPEN       VALUE 1.
       01  WS-COLL-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-COLL-AT-EOF        VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

      *--- One loan's collateral ---
       01  WS-COLL-VALUE         PIC 9(11)V99.
       01  WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01  WS-LTV-PCT            PIC 9(5)V99.
       01  WS-LTV-FLAG           PIC X(12).

      *    Policy maximum loan-to-value, percent of collateral value.
       01  WS-LTV-MAX-PCT        PIC 9(3) VALUE 80.

       01  WS-LOANS-SCANNED      PIC 9(5) VALUE 0.
       01  WS-SECURED-COUNT      PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNSECURED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT      PIC 9(5) VALUE 0.
       01  WS-SECURED-BAL        PIC 9(11)V99 VALUE ZEROS.
       01  WS-SECURED-VALUE      PIC 9(13)V99 VALUE ZEROS.
       01  WS-OVER-BAL           PIC 9(11)V99 VALUE ZEROS.
       01  WS-UNSECURED-BAL      PIC 9(11)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC $$$,$$$,$$9.99.
       01  WS-DISP-PCT           PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  LOAN-TO-VALUE REPORT"
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
                       IF CTRL-LTV-MAX-PCT NUMERIC
                           AND CTRL-LTV-MAX-PCT > ZEROS
                           MOVE CTRL-LTV-MAX-PCT TO WS-LTV-MAX-PCT
                       END-IF
               END-READ
               CLOSE CTRL-FILE
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT WS-LOAN-OK
               IF WS-LOAN-FILE-MISSING
                   DISPLAY "No loan file - nothing to report."
               ELSE
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

      *    No register yet only means every loan is unsecured.
           OPEN INPUT COLL-FILE
           IF WS-COLL-OK
               SET WS-COLL-IS-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF

           PERFORM OPEN-RPT-FILE

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Loans scanned:   " WS-LOANS-SCANNED
           MOVE WS-SECURED-BAL TO WS-DISP-AMT
           DISPLAY "  Secured:         " WS-SECURED-COUNT
               "  " WS-DISP-AMT
           MOVE WS-OVER-BAL TO WS-DISP-AMT
           DISPLAY "  Over policy:     " WS-OVER-COUNT
               "  " WS-DISP-AMT
           MOVE WS-UNSECURED-BAL TO WS-DISP-AMT
           DISPLAY "  Unsecured:       " WS-UNSECURED-COUNT
               "  " WS-DISP-AMT
           DISPLAY "  Releases due:    " WS-RELEASE-COUNT
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE ZEROS TO WS-LTV-PCT
               IF WS-SECURED-VALUE > ZEROS
                   COMPUTE WS-LTV-PCT ROUNDED =
                       WS-SECURED-BAL * 100 / WS-SECURED-VALUE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-LTV-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-LTV-PCT TO WS-DISP-PCT
               MOVE WS-SECURED-BAL TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "SECURED " WS-SECURED-COUNT " " WS-DISP-AMT
                   "  PORTFOLIO LTV " WS-DISP-PCT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE WS-OVER-BAL TO WS-DISP-AMT
               MOVE WS-UNSECURED-BAL TO WS-DISP-AMT2
               MOVE SPACES TO WS-RPT-LINE
               STRING "OVER POLICY " WS-OVER-COUNT " " WS-DISP-AMT
                   "  UNSECURED " WS-UNSECURED-COUNT " "
                   WS-DISP-AMT2
                   "  RELEASES DUE " WS-RELEASE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           CLOSE LOAN-FILE
           IF WS-COLL-IS-OPEN
               CLOSE COLL-FILE
               MOVE 0 TO WS-COLL-OPEN-FLAG
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/LTVRPT-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "LOAN-TO-VALUE REPORT" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  POLICY MAXIMUM LTV " WS-LTV-MAX-PCT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "LOAN NO   BORROWER            "
                   "       BALANCE  COLLATERAL VALUE"
                   "       LTV"
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

       PROCESS-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   PERFORM CHECK-ONE-LOAN THRU CHECK-ONE-LOAN-EXIT
           END-READ.

      *    Active loans are measured; a loan no longer active is
      *    only of interest if collateral is still held for it.
       CHECK-ONE-LOAN.
           IF LOAN-IS-PAID-OFF OR LOAN-IS-CLOSED
               PERFORM LIST-RELEASES-DUE THRU LIST-RELEASES-DUE-EXIT
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           IF NOT LOAN-IS-ACTIVE
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           PERFORM SUM-LOAN-COLLATERAL THRU SUM-LOAN-COLLATERAL-EXIT
           IF WS-COLL-VALUE = ZEROS
               PERFORM REPORT-UNSECURED-LOAN
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF
           PERFORM REPORT-SECURED-LOAN.
       CHECK-ONE-LOAN-EXIT.
           EXIT.

      *    Appraised value of the loan's active items.
       SUM-LOAN-COLLATERAL.
           MOVE ZEROS TO WS-COLL-VALUE
           MOVE ZEROS TO WS-ITEM-COUNT
           IF NOT WS-COLL-IS-OPEN
               GO TO SUM-LOAN-COLLATERAL-EXIT
           END-IF
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM SUM-NEXT-ITEM THRU SUM-NEXT-ITEM-EXIT
               UNTIL WS-COLL-AT-EOF.
       SUM-LOAN-COLLATERAL-EXIT.
           EXIT.

       SUM-NEXT-ITEM.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO SUM-NEXT-ITEM-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO SUM-NEXT-ITEM-EXIT
           END-IF
           IF COLL-IS-ACTIVE
               ADD 1 TO WS-ITEM-COUNT
               ADD COLL-APPR-VALUE TO WS-COLL-VALUE
           END-IF.
       SUM-NEXT-ITEM-EXIT.
           EXIT.

       REPORT-SECURED-LOAN.
           ADD 1 TO WS-SECURED-COUNT
           ADD LOAN-BALANCE TO WS-SECURED-BAL
           ADD WS-COLL-VALUE TO WS-SECURED-VALUE
           COMPUTE WS-LTV-PCT ROUNDED =
               LOAN-BALANCE * 100 / WS-COLL-VALUE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LTV-PCT
           END-COMPUTE
           MOVE SPACES TO WS-LTV-FLAG
           IF WS-LTV-PCT > WS-LTV-MAX-PCT
               MOVE "OVER POLICY" TO WS-LTV-FLAG
               ADD 1 TO WS-OVER-COUNT
               ADD LOAN-BALANCE TO WS-OVER-BAL
           END-IF
           MOVE LOAN-BALANCE  TO WS-DISP-AMT
           MOVE WS-COLL-VALUE TO WS-DISP-AMT2
           MOVE WS-LTV-PCT    TO WS-DISP-PCT
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-NO "  " LOAN-NAME(1:20) WS-DISP-AMT
               "    " WS-DISP-AMT2 "  " WS-DISP-PCT "%  "
               WS-LTV-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-LTV-FLAG NOT = SPACES
               DISPLAY "  " LOAN-NO "  LTV " WS-DISP-PCT
                   "% over policy"
           END-IF.

       REPORT-UNSECURED-LOAN.
           ADD 1 TO WS-UNSECURED-COUNT
           ADD LOAN-BALANCE TO WS-UNSECURED-BAL
           MOVE LOAN-BALANCE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-NO "  " LOAN-NAME(1:20) WS-DISP-AMT
               "    NO COLLATERAL ON FILE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *    Every item still active on a loan that is paid off or
      *    closed is owed a release.
       LIST-RELEASES-DUE.
           IF NOT WS-COLL-IS-OPEN
               GO TO LIST-RELEASES-DUE-EXIT
           END-IF
           MOVE 0 TO WS-COLL-EOF-FLAG
           MOVE LOAN-NO TO COLL-LOAN-NO
           MOVE ZEROS   TO COLL-SEQ
           START COLL-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   SET WS-COLL-AT-EOF TO TRUE
           END-START
           PERFORM LIST-NEXT-RELEASE THRU LIST-NEXT-RELEASE-EXIT
               UNTIL WS-COLL-AT-EOF.
       LIST-RELEASES-DUE-EXIT.
           EXIT.

       LIST-NEXT-RELEASE.
           READ COLL-FILE NEXT RECORD
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO LIST-NEXT-RELEASE-EXIT
           END-READ
           IF COLL-LOAN-NO NOT = LOAN-NO
               SET WS-COLL-AT-EOF TO TRUE
               GO TO LIST-NEXT-RELEASE-EXIT
           END-IF
           IF NOT COLL-IS-ACTIVE
               GO TO LIST-NEXT-RELEASE-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING LOAN-NO "  " LOAN-NAME(1:20)
               "  RELEASE DUE ITEM " COLL-SEQ " " COLL-TYPE " "
               COLL-DESC "  LOAN STATUS " LOAN-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  " LOAN-NO "  collateral item " COLL-SEQ
               " release due".
       LIST-NEXT-RELEASE-EXIT.
           EXIT.

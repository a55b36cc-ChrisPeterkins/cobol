       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATECHG.
      *================================================================*
      * LATECHG - Loan Late Charge Assessment Batch Job                *
      * Nightly step. For every active loan still unpaid past its      *
      * LOAN-NEXT-DUE-DT plus the grace days on the control record,    *
      * assesses one late charge per missed installment - a flat       *
      * amount, or a percentage of LOAN-PMT-AMT when the percentage    *
      * is set. The charge is added to the loan's outstanding fee      *
      * balance (which LOANMGR and LOANAUTO clear before interest),    *
      * journaled on the loan activity journal for GLEXTR and          *
      * LOANBILL, and written to the audit log. LOAN-LATE-DUE-DT       *
      * remembers the last installment charged, so a rerun on the      *
      * same night charges nothing twice.                              *
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

           SELECT LNTX-FILE
               ASSIGN TO "data/LOANTXN.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LNTX-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-FILE-MISSING  VALUE "35".
       01  WS-LNTX-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LNTX-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.

      *--- Late charge parameters (control record, else defaults) ---
       01  WS-DEFAULT-GRACE-DAYS PIC 9(2) VALUE 15.
       01  WS-GRACE-DAYS         PIC 9(2) VALUE 15.
       01  WS-LATE-FEE-AMT       PIC 9(5)V99 VALUE ZEROS.
       01  WS-LATE-FEE-PCT       PIC 9(2)V99 VALUE ZEROS.

      *--- One installment at a time, oldest first ---
       01  WS-INST-DONE-FLAG     PIC 9 VALUE 0.
           88  WS-INST-DONE          VALUE 1.
       01  WS-TODAY-INT          PIC 9(8).
       01  WS-DUE-INT            PIC 9(8).
       01  WS-CHARGE-AMT         PIC 9(7)V99.
       01  WS-LOAN-CHARGED-FLAG  PIC 9 VALUE 0.
           88  WS-LOAN-WAS-CHARGED   VALUE 1.

       01  WS-LOANS-SCANNED      PIC 9(5) VALUE 0.
       01  WS-LOANS-CHARGED      PIC 9(5) VALUE 0.
       01  WS-CHARGES-COUNT      PIC 9(5) VALUE 0.
       01  WS-CHARGES-TOTAL      PIC 9(9)V99 VALUE ZEROS.

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
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

      *--- Next-due date arithmetic (same clamping as LOANMGR) ---
       01  WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-NUM REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-AUDIT-AMT          PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  LOAN LATE CHARGES"
           DISPLAY "========================================="

           OPEN INPUT CTRL-FILE
           IF WS-CTRL-OK
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LOAD-LATE-CHARGE-PARMS
               END-READ
               CLOSE CTRL-FILE
           END-IF

           IF WS-LATE-FEE-AMT = ZEROS AND WS-LATE-FEE-PCT = ZEROS
               DISPLAY "No late charge amount or percentage set - "
                   "late charges are not assessed."
               STOP RUN
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-OK
               IF WS-LOAN-FILE-MISSING
                   DISPLAY "No loan file - nothing to assess."
               ELSE
                   DISPLAY "Error opening loan file: "
                       WS-LOAN-STATUS
               END-IF
               STOP RUN
           END-IF

           OPEN EXTEND LNTX-FILE
           IF WS-LNTX-OK
               SET WS-LNTX-IS-OPEN TO TRUE
           ELSE
               IF WS-LNTX-FILE-MISSING
                   OPEN OUTPUT LNTX-FILE
                   IF WS-LNTX-OK
                       SET WS-LNTX-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF
      *    The loan journal is what GLEXTR books the fee income
      *    from - a charge it cannot see would leave the ledger
      *    short, so none is assessed without it.
           IF NOT WS-LNTX-IS-OPEN
               DISPLAY "FATAL: Cannot open loan journal - status "
                   WS-LNTX-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-OK
               SET WS-AUDIT-IS-OPEN TO TRUE
           ELSE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   IF WS-AUDIT-OK
                       SET WS-AUDIT-IS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM GET-CURRENT-DATETIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "Grace days: " WS-GRACE-DAYS
           IF WS-LATE-FEE-PCT > ZEROS
               DISPLAY "Charge:     " WS-LATE-FEE-PCT
                   "% of the installment"
           ELSE
               MOVE WS-LATE-FEE-AMT TO WS-DISP-AMT
               DISPLAY "Charge:     " WS-DISP-AMT " flat"
           END-IF
           DISPLAY SPACES

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Loans scanned:   " WS-LOANS-SCANNED
           DISPLAY "  Loans charged:   " WS-LOANS-CHARGED
           DISPLAY "  Charges:         " WS-CHARGES-COUNT
           MOVE WS-CHARGES-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount assessed: " WS-DISP-AMT
           DISPLAY "========================================="

           CLOSE LOAN-FILE
           CLOSE LNTX-FILE
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
           END-IF
           STOP RUN.

      *    Zero grace days falls back to the compiled default; the
      *    charge itself has no default - unset means no charges.
       LOAD-LATE-CHARGE-PARMS.
           IF CTRL-BANKING-DATE NUMERIC
               MOVE CTRL-BANKING-DATE TO WS-CFG-BANKING-DATE
           END-IF
           IF CTRL-LATE-GRACE-DAYS NUMERIC
               AND CTRL-LATE-GRACE-DAYS > ZEROS
               MOVE CTRL-LATE-GRACE-DAYS TO WS-GRACE-DAYS
           ELSE
               MOVE WS-DEFAULT-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF CTRL-LATE-FEE-AMT NUMERIC
               MOVE CTRL-LATE-FEE-AMT TO WS-LATE-FEE-AMT
           END-IF
           IF CTRL-LATE-FEE-PCT NUMERIC
               MOVE CTRL-LATE-FEE-PCT TO WS-LATE-FEE-PCT
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

      *    Advances the date in WS-DUE-NUM by one month, clamping
      *    the day-of-month to the short months.
       ADD-ONE-MONTH-TO-DUE.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           IF WS-DUE-MM = 2 AND WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           IF WS-DUE-DD = 31
               AND (WS-DUE-MM = 4 OR 6 OR 9 OR 11)
               MOVE 30 TO WS-DUE-DD
           END-IF.

       PROCESS-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   IF LOAN-IS-ACTIVE
                       AND LOAN-PMT-AMT > ZEROS
                       AND LOAN-NEXT-DUE-DT > ZEROS
                       AND LOAN-NEXT-DUE-DT < WS-TODAY-DATE
                       PERFORM ASSESS-ONE-LOAN
                           THRU ASSESS-ONE-LOAN-EXIT
                   END-IF
           END-READ.

      *    Walks the installments from the oldest unpaid one
      *    (LOAN-NEXT-DUE-DT) forward, charging each that is past
      *    its grace period and was not charged before.
       ASSESS-ONE-LOAN.
           IF LOAN-FEE-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-BAL
           END-IF
           IF LOAN-FEE-ASSESSED NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-ASSESSED
           END-IF
           IF LOAN-FEE-PAID NOT NUMERIC
               MOVE ZEROS TO LOAN-FEE-PAID
           END-IF
           IF LOAN-LATE-DUE-DT NOT NUMERIC
               MOVE ZEROS TO LOAN-LATE-DUE-DT
           END-IF
           IF WS-LATE-FEE-PCT > ZEROS
               COMPUTE WS-CHARGE-AMT ROUNDED =
                   LOAN-PMT-AMT * WS-LATE-FEE-PCT / 100
           ELSE
               MOVE WS-LATE-FEE-AMT TO WS-CHARGE-AMT
           END-IF
           IF WS-CHARGE-AMT = ZEROS
               GO TO ASSESS-ONE-LOAN-EXIT
           END-IF
           MOVE 0 TO WS-LOAN-CHARGED-FLAG
           MOVE 0 TO WS-INST-DONE-FLAG
           MOVE LOAN-NEXT-DUE-DT TO WS-DUE-NUM
           PERFORM CHARGE-NEXT-INSTALLMENT
               THRU CHARGE-NEXT-INSTALLMENT-EXIT
               UNTIL WS-INST-DONE
           IF WS-LOAN-WAS-CHARGED
               ADD 1 TO WS-LOANS-CHARGED
           END-IF.
       ASSESS-ONE-LOAN-EXIT.
           EXIT.

       CHARGE-NEXT-INSTALLMENT.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
           IF WS-DUE-INT = ZEROS
               OR WS-DUE-INT + WS-GRACE-DAYS NOT < WS-TODAY-INT
               SET WS-INST-DONE TO TRUE
               GO TO CHARGE-NEXT-INSTALLMENT-EXIT
           END-IF
           IF WS-DUE-NUM > LOAN-LATE-DUE-DT
               PERFORM POST-LATE-CHARGE THRU POST-LATE-CHARGE-EXIT
               IF WS-INST-DONE
                   GO TO CHARGE-NEXT-INSTALLMENT-EXIT
               END-IF
           END-IF
           PERFORM ADD-ONE-MONTH-TO-DUE.
       CHARGE-NEXT-INSTALLMENT-EXIT.
           EXIT.

      *    Books one charge on the loan, then journals and audits
      *    it. A failed rewrite stops the walk for this loan so
      *    the journal never shows a charge the loan does not.
       POST-LATE-CHARGE.
           ADD WS-CHARGE-AMT TO LOAN-FEE-BAL
           ADD WS-CHARGE-AMT TO LOAN-FEE-ASSESSED
           MOVE WS-DUE-NUM TO LOAN-LATE-DUE-DT
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               DISPLAY "  ERROR: Loan " LOAN-NO " late charge not "
                   "posted - status " WS-LOAN-STATUS
               SET WS-INST-DONE TO TRUE
               GO TO POST-LATE-CHARGE-EXIT
           END-IF
           SET WS-LOAN-WAS-CHARGED TO TRUE
           ADD 1 TO WS-CHARGES-COUNT
           ADD WS-CHARGE-AMT TO WS-CHARGES-TOTAL

           MOVE LOAN-NO          TO LNTX-LOAN-NO
           MOVE WS-TODAY-DATE    TO LNTX-DATE
           MOVE WS-NOW-TIME      TO LNTX-TIME
           MOVE "LFEE"           TO LNTX-CATEGORY
           MOVE WS-CHARGE-AMT    TO LNTX-AMOUNT
           MOVE ZEROS            TO LNTX-ACCT-NO
           MOVE "LATECHG"        TO LNTX-SOURCE
           MOVE ZEROS            TO LNTX-RUN-ID
           WRITE LNTX-REC
           IF NOT WS-LNTX-OK
               DISPLAY "  WARNING: Loan journal write failed - "
                   LOAN-NO " status " WS-LNTX-STATUS
           END-IF

           PERFORM LOG-LATE-CHARGE-AUDIT
               THRU LOG-LATE-CHARGE-AUDIT-EXIT

           MOVE WS-CHARGE-AMT TO WS-DISP-AMT
           DISPLAY "  CHARGED " LOAN-NO "  DUE " WS-DUE-NUM
               "  " WS-DISP-AMT.
       POST-LATE-CHARGE-EXIT.
           EXIT.

       LOG-LATE-CHARGE-AUDIT.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO LOG-LATE-CHARGE-AUDIT-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE "LATECHG"         TO AUDIT-OPERATOR-ID
           MOVE "LATEFEE"         TO AUDIT-ACTION
           MOVE LOAN-NO           TO AUDIT-ACCT-NO
           MOVE WS-CHARGE-AMT     TO WS-AUDIT-AMT
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "LATE CHG " WS-DUE-NUM " " WS-AUDIT-AMT
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       LOG-LATE-CHARGE-AUDIT-EXIT.
           EXIT.

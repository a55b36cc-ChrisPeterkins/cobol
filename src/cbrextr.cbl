       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBREXTR.
      *================================================================*
      * CBREXTR - Monthly Credit Bureau Reporting Extract              *
      * Month-end batch. Writes one fixed-format record per loan on    *
      * LOANS.dat to data/CBREXT-<date>.dat for transmission to the    *
      * credit bureaus: borrower name, address and tax id from the     *
      * customer master, original principal, current balance and       *
      * scheduled payment, date opened and date last paid, and a       *
      * payment-status code aged on the same days-past-due as the      *
      * LOANBILL delinquency buckets (current, 30, 60, 90+). A         *
      * paid-off or closed loan is reported with its final status      *
      * once - LOAN-BUREAU-FINAL-DT is set and later runs skip it      *
      * (a rerun on the same date reports it again). A header and a    *
      * trailer with the record count and amount totals wrap the       *
      * details so the bureau's edit report can be tied back.          *
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

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CTRL-FILE
               ASSIGN TO "data/TXNCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-KEY
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT EXT-FILE
               ASSIGN TO DYNAMIC WS-EXT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  EXT-FILE.
       COPY CBR-REC.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-EOF           VALUE "10".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-EXT-STATUS         PIC XX.
           88  WS-EXT-OK             VALUE "00".
       01  WS-EXT-FILENAME       PIC X(40).

       01  WS-LOAN-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-LOAN-AT-EOF        VALUE 1.
       01  WS-CUST-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-CUST-FOUND         VALUE 1.

      *--- Days past due, as LOANBILL ages them ---
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-DUE-INT            PIC 9(7).
       01  WS-DAYS-PAST-DUE      PIC S9(5).

      *--- Control totals carried to the trailer ---
       01  WS-LOANS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-LOANS-REPORTED     PIC 9(7) VALUE 0.
       01  WS-LOANS-SKIPPED      PIC 9(7) VALUE 0.
       01  WS-LOANS-NO-CUST      PIC 9(7) VALUE 0.
       01  WS-LOANS-NOT-MARKED   PIC 9(7) VALUE 0.
       01  WS-COUNT-CURRENT      PIC 9(7) VALUE 0.
       01  WS-COUNT-PAST-DUE     PIC 9(7) VALUE 0.
       01  WS-COUNT-FINAL        PIC 9(7) VALUE 0.
       01  WS-TOTAL-ORIG         PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-BAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-PMT          PIC 9(11)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-HH        PIC 9(2).
           05  WS-CURR-MM        PIC 9(2).
           05  WS-CURR-SS        PIC 9(2).
           05  WS-CURR-REST      PIC X(7).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CLOCK-DATE         PIC 9(8).
       01  WS-NOW-TIME           PIC 9(6).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CREDIT BUREAU REPORTING EXTRACT"
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-OK
               IF WS-LOAN-FILE-MISSING
                   DISPLAY "No loan file - nothing to report."
               ELSE
                   DISPLAY "FATAL: Cannot open loan file - status "
                       WS-LOAN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: Customer file not available - "
                   "borrowers reported without address or tax id."
           END-IF

           STRING "data/CBREXT-" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-EXT-FILENAME
           END-STRING
           OPEN OUTPUT EXT-FILE
           IF NOT WS-EXT-OK
               DISPLAY "FATAL: Cannot open the extract file - status "
                   WS-EXT-STATUS
               CLOSE LOAN-FILE
               IF WS-CUST-IS-OPEN
                   CLOSE CUST-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Activity date: " WS-TODAY-DATE
           DISPLAY SPACES
           PERFORM WRITE-EXTRACT-HEADER

           MOVE LOW-VALUES TO LOAN-NO
           START LOAN-FILE KEY IS GREATER THAN LOAN-NO
               INVALID KEY
                   DISPLAY "(No loans on file)"
                   SET WS-LOAN-AT-EOF TO TRUE
           END-START
           PERFORM EXTRACT-NEXT-LOAN UNTIL WS-LOAN-AT-EOF

           PERFORM WRITE-EXTRACT-TRAILER

           DISPLAY SPACES
           DISPLAY "  Loans scanned:       " WS-LOANS-SCANNED
           DISPLAY "  Loans reported:      " WS-LOANS-REPORTED
           DISPLAY "    Current:           " WS-COUNT-CURRENT
           DISPLAY "    Past due:          " WS-COUNT-PAST-DUE
           DISPLAY "    Final status:      " WS-COUNT-FINAL
           DISPLAY "  Final already sent:  " WS-LOANS-SKIPPED
           DISPLAY "  No customer record:  " WS-LOANS-NO-CUST
           MOVE WS-TOTAL-ORIG TO WS-DISP-AMT
           DISPLAY "  Original principal:  " WS-DISP-AMT
           MOVE WS-TOTAL-BAL TO WS-DISP-AMT
           DISPLAY "  Current balance:     " WS-DISP-AMT
           MOVE WS-TOTAL-PMT TO WS-DISP-AMT
           DISPLAY "  Scheduled payment:   " WS-DISP-AMT
           DISPLAY "  Extract: " WS-EXT-FILENAME
           DISPLAY "========================================="

           CLOSE EXT-FILE
           CLOSE LOAN-FILE
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
           END-IF
      *    A borrower the bureau cannot match (no tax id) or a final
      *    status that could not be marked sent is left for the
      *    operator to look at.
           IF WS-LOANS-NO-CUST > ZEROS
               OR WS-LOANS-NOT-MARKED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-TODAY-DATE TO WS-CLOCK-DATE
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING
      *    While a banking day is open, postings carry the banking
      *    date from the control record, not the wall clock.
           IF WS-CFG-BANKING-DATE > ZEROS
               MOVE WS-CFG-BANKING-DATE TO WS-TODAY-DATE
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CBR-HDR-REC
           MOVE "HDR" TO CBR-HDR-TAG
           MOVE "CBREXTR" TO CBR-HDR-FILE-ID
           MOVE WS-TODAY-DATE TO CBR-HDR-ACTIVITY-DT
           MOVE WS-CLOCK-DATE TO CBR-HDR-CREATED-DT
           MOVE WS-NOW-TIME TO CBR-HDR-CREATED-TM
           WRITE CBR-HDR-REC.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CBR-TRL-REC
           MOVE "TRL" TO CBR-TRL-TAG
           MOVE WS-LOANS-REPORTED TO CBR-TRL-COUNT
           MOVE WS-TOTAL-ORIG TO CBR-TRL-ORIG-TOT
           MOVE WS-TOTAL-BAL TO CBR-TRL-BAL-TOT
           MOVE WS-TOTAL-PMT TO CBR-TRL-PMT-TOT
           MOVE WS-COUNT-CURRENT TO CBR-TRL-CURRENT
           MOVE WS-COUNT-PAST-DUE TO CBR-TRL-PAST-DUE
           MOVE WS-COUNT-FINAL TO CBR-TRL-FINAL
           WRITE CBR-TRL-REC.

      *    Active loans are reported every month; a paid-off or
      *    closed loan only until its final status has gone out.
       EXTRACT-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-SCANNED
                   IF LOAN-BUREAU-FINAL-DT NOT NUMERIC
                       MOVE ZEROS TO LOAN-BUREAU-FINAL-DT
                   END-IF
                   EVALUATE TRUE
                       WHEN LOAN-IS-ACTIVE
                           PERFORM REPORT-ONE-LOAN
                               THRU REPORT-ONE-LOAN-EXIT
                       WHEN (LOAN-IS-PAID-OFF OR LOAN-IS-CLOSED)
                           AND (LOAN-BUREAU-FINAL-DT = ZEROS
                           OR LOAN-BUREAU-FINAL-DT = WS-TODAY-DATE)
                           PERFORM REPORT-ONE-LOAN
                               THRU REPORT-ONE-LOAN-EXIT
                       WHEN LOAN-IS-PAID-OFF OR LOAN-IS-CLOSED
                           ADD 1 TO WS-LOANS-SKIPPED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       REPORT-ONE-LOAN.
           MOVE SPACES TO CBR-REC
           MOVE "DTL" TO CBR-TAG
           MOVE LOAN-NO TO CBR-LOAN-NO
           MOVE LOAN-NAME TO CBR-NAME
           PERFORM LOOKUP-BORROWER THRU LOOKUP-BORROWER-EXIT
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-LOANS-NO-CUST
               DISPLAY "  WARNING: Loan " LOAN-NO
                   " has no customer record - no address/tax id."
           END-IF

           MOVE LOAN-PRINCIPAL TO CBR-ORIG-AMT
           MOVE LOAN-BALANCE TO CBR-BALANCE
           MOVE LOAN-PMT-AMT TO CBR-PMT-AMT
           MOVE LOAN-OPEN-DT TO CBR-OPEN-DT
           MOVE LOAN-LAST-PAID-DT TO CBR-LAST-PAID-DT
           MOVE LOAN-NEXT-DUE-DT TO CBR-NEXT-DUE-DT
           MOVE LOAN-STATUS TO CBR-LOAN-STATUS
           MOVE ZEROS TO CBR-DAYS-PAST-DUE
           PERFORM SET-PAYMENT-STATUS

           WRITE CBR-REC
           IF NOT WS-EXT-OK
               DISPLAY "  ERROR: Loan " LOAN-NO " not written - "
                   "status " WS-EXT-STATUS
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOANS-REPORTED
           ADD LOAN-PRINCIPAL TO WS-TOTAL-ORIG
           ADD LOAN-BALANCE TO WS-TOTAL-BAL
           ADD LOAN-PMT-AMT TO WS-TOTAL-PMT

           IF CBR-IS-PAID-OFF OR CBR-IS-CLOSED
               ADD 1 TO WS-COUNT-FINAL
               PERFORM MARK-FINAL-REPORTED
           ELSE
               IF CBR-IS-CURRENT
                   ADD 1 TO WS-COUNT-CURRENT
               ELSE
                   ADD 1 TO WS-COUNT-PAST-DUE
               END-IF
           END-IF.
       REPORT-ONE-LOAN-EXIT.
           EXIT.

       LOOKUP-BORROWER.
           MOVE 0 TO WS-CUST-FOUND-FLAG
           IF NOT WS-CUST-IS-OPEN
               OR LOAN-CUST-NO NOT NUMERIC
               OR LOAN-CUST-NO = ZEROS
               GO TO LOOKUP-BORROWER-EXIT
           END-IF
           MOVE LOAN-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   GO TO LOOKUP-BORROWER-EXIT
           END-READ
           SET WS-CUST-FOUND TO TRUE
           MOVE CUST-NAME TO CBR-NAME
           MOVE CUST-ADDR-LINE1 TO CBR-ADDR-LINE1
           MOVE CUST-ADDR-LINE2 TO CBR-ADDR-LINE2
           MOVE CUST-CITY TO CBR-CITY
           MOVE CUST-STATE TO CBR-STATE
           MOVE CUST-ZIP TO CBR-ZIP
           MOVE CUST-TAX-ID TO CBR-TAX-ID.
       LOOKUP-BORROWER-EXIT.
           EXIT.

      *    Same aging as LOANBILL: days from the next due date to
      *    today, delinquent from 30 days, bucketed 30/60/90+.
      *    A closed loan still owing is reported as closed with
      *    its balance; one paid in full as paid off.
       SET-PAYMENT-STATUS.
           IF LOAN-IS-PAID-OFF
               MOVE "13" TO CBR-STATUS
           ELSE
               IF LOAN-IS-CLOSED
                   IF LOAN-BALANCE > ZEROS
                       MOVE "97" TO CBR-STATUS
                   ELSE
                       MOVE "13" TO CBR-STATUS
                   END-IF
               ELSE
                   PERFORM AGE-ACTIVE-LOAN
               END-IF
           END-IF.

       AGE-ACTIVE-LOAN.
           MOVE "11" TO CBR-STATUS
           IF LOAN-NEXT-DUE-DT > ZEROS
               AND LOAN-NEXT-DUE-DT < WS-TODAY-DATE
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE-DT)
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INT - WS-DUE-INT
               MOVE WS-DAYS-PAST-DUE TO CBR-DAYS-PAST-DUE
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE >= 90
                       MOVE "80" TO CBR-STATUS
                   WHEN WS-DAYS-PAST-DUE >= 60
                       MOVE "78" TO CBR-STATUS
                   WHEN WS-DAYS-PAST-DUE >= 30
                       MOVE "71" TO CBR-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MARK-FINAL-REPORTED.
           IF LOAN-BUREAU-FINAL-DT = WS-TODAY-DATE
               CONTINUE
           ELSE
               MOVE WS-TODAY-DATE TO LOAN-BUREAU-FINAL-DT
               REWRITE LOAN-REC
               IF NOT WS-LOAN-OK
                   ADD 1 TO WS-LOANS-NOT-MARKED
                   DISPLAY "  WARNING: Loan " LOAN-NO
                       " final status not marked sent - status "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRDISB.
      *================================================================*
      * ESCRDISB - Loan Escrow Disbursement Batch Job                  *
      * Nightly step. For every active row on the escrow payee         *
      * schedule (data/ESCROW.dat) whose bill has come due, pays the   *
      * bill out of the loan's escrow balance: the amount moves from   *
      * LOAN-ESCROW-BAL to the escrow clearing deposit account on the  *
      * control record, and an external payment to the payee's         *
      * approved beneficiary is queued on data/PAYREQ.dat for the      *
      * PAYOUT step to send - the same path beneficiary standing       *
      * orders take. The row's due date then rolls forward by its      *
      * frequency, or a one-time bill is retired. A bill larger than   *
      * the escrow balance is still paid, the loan's escrow going      *
      * negative as an advance the next analysis recovers. Every       *
      * bill paid or held goes on the disbursement register.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCR-FILE
               ASSIGN TO "data/ESCROW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCR-KEY
               FILE STATUS IS WS-ESCR-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BENE-FILE
               ASSIGN TO "data/BENEFIC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS WS-BENE-STATUS.

           SELECT PAY-FILE
               ASSIGN TO "data/PAYREQ.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

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
       FD  ESCR-FILE.
       COPY ESCR-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  BENE-FILE.
       COPY BENE-REC.

       FD  PAY-FILE.
       COPY PAY-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  LNTX-FILE.
       COPY LNTX-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESCR-STATUS        PIC XX.
           88  WS-ESCR-OK            VALUE "00".
           88  WS-ESCR-FILE-MISSING  VALUE "35".
       01  WS-ESCR-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ESCR-AT-EOF        VALUE 1.

       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-FILE-MISSING  VALUE "35".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".

       01  WS-BENE-STATUS        PIC XX.
           88  WS-BENE-OK            VALUE "00".
       01  WS-BENE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-BENE-IS-OPEN       VALUE 1.

       01  WS-PAY-STATUS         PIC XX.
           88  WS-PAY-OK             VALUE "00".
           88  WS-PAY-FILE-MISSING   VALUE "35".
       01  WS-PAY-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-PAY-IS-OPEN        VALUE 1.
       01  WS-NEXT-PAY-ID        PIC 9(10) VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

       01  WS-LNTX-STATUS        PIC XX.
           88  WS-LNTX-OK            VALUE "00".
           88  WS-LNTX-FILE-MISSING  VALUE "35".
       01  WS-LNTX-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-LNTX-IS-OPEN       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".
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
       01  WS-RPT-LINE           PIC X(80).

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.

      *--- Escrow clearing account the bills are paid out of ---
       01  WS-ESCROW-ACCT        PIC 9(8) VALUE ZEROS.

       01  WS-DISB-AMT           PIC 9(7)V99.
       01  WS-HOLD-REASON        PIC X(26).
       01  WS-ADVANCE-FLAG       PIC 9 VALUE 0.
           88  WS-IS-ADVANCE         VALUE 1.

       01  WS-BILLS-DUE          PIC 9(5) VALUE 0.
       01  WS-BILLS-PAID         PIC 9(5) VALUE 0.
       01  WS-BILLS-HELD         PIC 9(5) VALUE 0.
       01  WS-BILLS-RETIRED      PIC 9(5) VALUE 0.
       01  WS-ADVANCES           PIC 9(5) VALUE 0.
       01  WS-PAID-TOTAL         PIC 9(11)V99 VALUE ZEROS.

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
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  LOAN ESCROW DISBURSEMENTS"
           DISPLAY "========================================="

           OPEN I-O CTRL-FILE
           IF WS-CTRL-OK
               SET WS-CTRL-IS-OPEN TO TRUE
               MOVE "1" TO CTRL-KEY
               READ CTRL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTRL-NEXT-TXN-ID TO WS-NEXT-TXN-ID
                       IF CTRL-BANKING-DATE NUMERIC
                           MOVE CTRL-BANKING-DATE
                               TO WS-CFG-BANKING-DATE
                       END-IF
                       IF CTRL-ESCROW-ACCT NUMERIC
                           MOVE CTRL-ESCROW-ACCT TO WS-ESCROW-ACCT
                       END-IF
               END-READ
           END-IF

           OPEN I-O ESCR-FILE
           IF NOT WS-ESCR-OK
               IF WS-ESCR-FILE-MISSING
                   DISPLAY "No escrow payee file - nothing to pay."
               ELSE
                   DISPLAY "Error opening escrow payee file: "
                       WS-ESCR-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM CLOSE-CONTROL-FILE
               STOP RUN
           END-IF

      *    Without a clearing account there is nowhere to pay the
      *    bills from; nothing moves until one is set in PARMMNT.
           IF WS-ESCROW-ACCT = ZEROS
               DISPLAY "No escrow clearing account on the control "
                   "record - escrow bills are not paid."
               CLOSE ESCR-FILE
               PERFORM CLOSE-CONTROL-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-OK
               DISPLAY "FATAL: Cannot open loan file - status "
                   WS-LOAN-STATUS
               CLOSE ESCR-FILE
               PERFORM CLOSE-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account file."
               CLOSE ESCR-FILE
               CLOSE LOAN-FILE
               PERFORM CLOSE-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ESCROW-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ACCT-OK OR NOT ACCT-IS-ACTIVE
               DISPLAY "FATAL: Escrow clearing account "
                   WS-ESCROW-ACCT " not found or not active."
               CLOSE ESCR-FILE
               CLOSE LOAN-FILE
               CLOSE ACCT-FILE
               PERFORM CLOSE-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BENE-FILE
           IF WS-BENE-OK
               SET WS-BENE-IS-OPEN TO TRUE
           END-IF

           OPEN I-O PAY-FILE
           IF WS-PAY-OK
               SET WS-PAY-IS-OPEN TO TRUE
           ELSE
               IF WS-PAY-FILE-MISSING
                   OPEN OUTPUT PAY-FILE
                   IF WS-PAY-OK
                       CLOSE PAY-FILE
                       OPEN I-O PAY-FILE
                       IF WS-PAY-OK
                           SET WS-PAY-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           OPEN EXTEND TXN-FILE
           IF WS-TXN-OK
               SET WS-TXN-IS-OPEN TO TRUE
           ELSE
               IF WS-TXN-FILE-MISSING
                   OPEN OUTPUT TXN-FILE
                   IF WS-TXN-OK
                       SET WS-TXN-IS-OPEN TO TRUE
                   END-IF
               END-IF
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

      *    A bill is only paid when the payment can be queued and
      *    both journals can record it - the ledger must see the
      *    escrow leave the loan and land in the clearing account.
           IF NOT WS-PAY-IS-OPEN OR NOT WS-TXN-IS-OPEN
               OR NOT WS-LNTX-IS-OPEN
               DISPLAY "FATAL: Payment queue or journals "
                   "unavailable - pay " WS-PAY-STATUS
                   " txn " WS-TXN-STATUS " loan " WS-LNTX-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-CURRENT-DATETIME
           PERFORM OPEN-RUN-HISTORY THRU OPEN-RUN-HISTORY-EXIT
           PERFORM FIND-NEXT-PAY-ID THRU FIND-NEXT-PAY-ID-EXIT
           PERFORM OPEN-RPT-FILE
           DISPLAY "Clearing account: " WS-ESCROW-ACCT
           DISPLAY SPACES

           MOVE LOW-VALUES TO ESCR-KEY
           START ESCR-FILE KEY IS GREATER THAN ESCR-KEY
               INVALID KEY
                   DISPLAY "(No escrow payees on file)"
                   SET WS-ESCR-AT-EOF TO TRUE
           END-START
           PERFORM PROCESS-NEXT-PAYEE UNTIL WS-ESCR-AT-EOF

           DISPLAY SPACES
           DISPLAY "  Bills due:       " WS-BILLS-DUE
           DISPLAY "  Bills paid:      " WS-BILLS-PAID
           MOVE WS-PAID-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount paid:     " WS-DISP-AMT
           DISPLAY "  Escrow advanced: " WS-ADVANCES
           DISPLAY "  Bills held:      " WS-BILLS-HELD
           DISPLAY "  Payees retired:  " WS-BILLS-RETIRED
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-PAID-TOTAL TO WS-DISP-AMT
               STRING "BILLS PAID " WS-BILLS-PAID "  TOTAL "
                   WS-DISP-AMT "  HELD " WS-BILLS-HELD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               DISPLAY "  Register: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           IF WS-BILLS-HELD > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           PERFORM CLOSE-ALL-FILES
           STOP RUN.

       CLOSE-CONTROL-FILE.
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
               MOVE 0 TO WS-CTRL-OPEN-FLAG
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ESCR-FILE
           CLOSE LOAN-FILE
           CLOSE ACCT-FILE
           IF WS-BENE-IS-OPEN
               CLOSE BENE-FILE
               MOVE 0 TO WS-BENE-OPEN-FLAG
           END-IF
           IF WS-PAY-IS-OPEN
               CLOSE PAY-FILE
               MOVE 0 TO WS-PAY-OPEN-FLAG
           END-IF
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
           END-IF
           IF WS-LNTX-IS-OPEN
               CLOSE LNTX-FILE
               MOVE 0 TO WS-LNTX-OPEN-FLAG
           END-IF
           IF WS-RPT-IS-OPEN
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
           END-IF
           PERFORM CLOSE-CONTROL-FILE.

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

       OPEN-RPT-FILE.
           STRING "data/ESCRDISB-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "LOAN ESCROW DISBURSEMENT REGISTER" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE " WS-TODAY-DATE
                   "  CLEARING ACCOUNT " WS-ESCROW-ACCT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "LOAN NO  SQ PAYEE    DESCRIPTION         "
                   "         AMOUNT      ESCROW BAL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "WARNING: Could not open register file: "
                   WS-RPT-STATUS
           END-IF.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

       PROCESS-NEXT-PAYEE.
           READ ESCR-FILE NEXT RECORD
               AT END
                   SET WS-ESCR-AT-EOF TO TRUE
               NOT AT END
                   IF ESCR-IS-ACTIVE
                       AND ESCR-NEXT-DUE-DT > ZEROS
                       AND ESCR-NEXT-DUE-DT NOT > WS-TODAY-DATE
                       PERFORM PAY-ONE-ESCROW-BILL
                           THRU PAY-ONE-ESCROW-BILL-EXIT
                   END-IF
           END-READ.

      *    A bill whose loan has closed is retired rather than paid
      *    - the escrow went back to the borrower at payoff. One
      *    whose payee is no longer approved is held, and tried
      *    again each night until BENEMNT approves it.
       PAY-ONE-ESCROW-BILL.
           ADD 1 TO WS-BILLS-DUE
           MOVE ESCR-AMOUNT TO WS-DISB-AMT
           MOVE ESCR-LOAN-NO TO LOAN-NO
           READ LOAN-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON FILE" TO WS-HOLD-REASON
                   PERFORM HOLD-ESCROW-BILL
                   GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-READ
           IF NOT LOAN-IS-ACTIVE
               PERFORM RETIRE-ESCROW-PAYEE
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF
           IF LOAN-ESCROW-BAL NOT NUMERIC
               MOVE ZEROS TO LOAN-ESCROW-BAL
           END-IF
           IF WS-DISB-AMT = ZEROS
               MOVE "NO BILL AMOUNT" TO WS-HOLD-REASON
               PERFORM HOLD-ESCROW-BILL
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF
           IF NOT WS-BENE-IS-OPEN
               MOVE "PAYEE FILE UNAVAILABLE" TO WS-HOLD-REASON
               PERFORM HOLD-ESCROW-BILL
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF
           MOVE ESCR-BENE-ID TO BENE-ID
           READ BENE-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO WS-HOLD-REASON
                   PERFORM HOLD-ESCROW-BILL
                   GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-READ
           IF NOT BENE-IS-APPROVED
               MOVE "PAYEE NOT APPROVED" TO WS-HOLD-REASON
               PERFORM HOLD-ESCROW-BILL
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF

           MOVE WS-ESCROW-ACCT TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE "CLEARING ACCT NOT FOUND" TO WS-HOLD-REASON
                   PERFORM HOLD-ESCROW-BILL
                   GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-READ

           MOVE 0 TO WS-ADVANCE-FLAG
           IF WS-DISB-AMT > LOAN-ESCROW-BAL
               SET WS-IS-ADVANCE TO TRUE
           END-IF
           SUBTRACT WS-DISB-AMT FROM LOAN-ESCROW-BAL
           REWRITE LOAN-REC
           IF NOT WS-LOAN-OK
               MOVE "LOAN NOT UPDATED" TO WS-HOLD-REASON
               PERFORM HOLD-ESCROW-BILL
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF
           ADD WS-DISB-AMT TO ACCT-BAL
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
      *        Put the escrow back so the loan and the clearing
      *        account stay in step; the bill is tried again.
               ADD WS-DISB-AMT TO LOAN-ESCROW-BAL
               REWRITE LOAN-REC
               MOVE "CLEARING ACCT NOT UPDATED" TO WS-HOLD-REASON
               PERFORM HOLD-ESCROW-BILL
               GO TO PAY-ONE-ESCROW-BILL-EXIT
           END-IF

           PERFORM LOG-DISBURSEMENT-TXN THRU LOG-DISBURSEMENT-TXN-EXIT
           PERFORM LOG-DISBURSEMENT-ACTIVITY
               THRU LOG-DISBURSEMENT-ACTIVITY-EXIT
           PERFORM QUEUE-ESCROW-PAYMENT THRU QUEUE-ESCROW-PAYMENT-EXIT

           MOVE WS-TODAY-DATE TO ESCR-LAST-PAID-DT
           MOVE WS-DISB-AMT   TO ESCR-LAST-PAID-AMT
           IF ESCR-FREQ-MONTHS = ZEROS
               MOVE "X" TO ESCR-STATUS
           ELSE
               MOVE ESCR-NEXT-DUE-DT TO WS-DUE-NUM
               PERFORM ADD-ONE-MONTH-TO-DUE ESCR-FREQ-MONTHS TIMES
               MOVE WS-DUE-NUM TO ESCR-NEXT-DUE-DT
           END-IF
           REWRITE ESCR-REC
           IF NOT WS-ESCR-OK
               DISPLAY "  WARNING: Payee " ESCR-LOAN-NO "/"
                   ESCR-SEQ " paid but due date not advanced - "
                   "status " WS-ESCR-STATUS
           END-IF

           ADD 1 TO WS-BILLS-PAID
           ADD WS-DISB-AMT TO WS-PAID-TOTAL
           MOVE WS-DISB-AMT TO WS-DISP-AMT
           MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-RPT-LINE
           STRING ESCR-LOAN-NO " " ESCR-SEQ " " ESCR-BENE-ID " "
               ESCR-DESC " " WS-DISP-AMT " " WS-DISP-BAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  PAID " ESCR-LOAN-NO "/" ESCR-SEQ " "
               ESCR-DESC " " WS-DISP-AMT
           IF WS-IS-ADVANCE
               ADD 1 TO WS-ADVANCES
               MOVE SPACES TO WS-RPT-LINE
               STRING "              ESCROW SHORT - ADVANCED, "
                   "BALANCE " WS-DISP-BAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               DISPLAY "    escrow short - advanced, balance "
                   WS-DISP-BAL
           END-IF.
       PAY-ONE-ESCROW-BILL-EXIT.
           EXIT.

       HOLD-ESCROW-BILL.
           ADD 1 TO WS-BILLS-HELD
           MOVE WS-DISB-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING ESCR-LOAN-NO " " ESCR-SEQ " " ESCR-BENE-ID " "
               ESCR-DESC " " WS-DISP-AMT " HELD - " WS-HOLD-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  HELD " ESCR-LOAN-NO "/" ESCR-SEQ " - "
               WS-HOLD-REASON.

       RETIRE-ESCROW-PAYEE.
           MOVE "X" TO ESCR-STATUS
           REWRITE ESCR-REC
           ADD 1 TO WS-BILLS-RETIRED
           MOVE SPACES TO WS-RPT-LINE
           STRING ESCR-LOAN-NO " " ESCR-SEQ " " ESCR-BENE-ID " "
               ESCR-DESC " RETIRED - LOAN STATUS " LOAN-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY "  RETIRED " ESCR-LOAN-NO "/" ESCR-SEQ
               " - loan no longer active".

      *    The escrow lands in the clearing account as a deposit
      *    under this run's id; PAYOUT's debit of the queued payment
      *    takes it back out.
       LOG-DISBURSEMENT-TXN.
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE WS-ESCROW-ACCT    TO TXN-ACCT-NO
           MOVE "D"               TO TXN-TYPE
           MOVE WS-DISB-AMT       TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE "ESCROW DISB"     TO TXN-DESC
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE ZEROS             TO TXN-REF-ID
           MOVE "ESCRDISB"        TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE "LOAN"            TO TXN-CATEGORY
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
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD WS-DISB-AMT TO WS-RUN-TXN-TOTAL
               PERFORM PERSIST-NEXT-TXN-ID
                   THRU PERSIST-NEXT-TXN-ID-EXIT
           ELSE
               DISPLAY "  WARNING: Clearing account credited but "
                   "journal write failed - status " WS-TXN-STATUS
           END-IF.
       LOG-DISBURSEMENT-TXN-EXIT.
           EXIT.

       LOG-DISBURSEMENT-ACTIVITY.
           MOVE LOAN-NO          TO LNTX-LOAN-NO
           MOVE WS-TODAY-DATE    TO LNTX-DATE
           MOVE WS-NOW-TIME      TO LNTX-TIME
           MOVE "ESCD"           TO LNTX-CATEGORY
           MOVE WS-DISB-AMT      TO LNTX-AMOUNT
           MOVE WS-ESCROW-ACCT   TO LNTX-ACCT-NO
           MOVE "ESCRDISB"       TO LNTX-SOURCE
           MOVE WS-RUN-ID        TO LNTX-RUN-ID
           WRITE LNTX-REC
           IF NOT WS-LNTX-OK
               DISPLAY "  WARNING: Loan journal write failed - "
                   LOAN-NO " status " WS-LNTX-STATUS
           END-IF.
       LOG-DISBURSEMENT-ACTIVITY-EXIT.
           EXIT.

      *    Queued like a beneficiary standing order; PAYOUT screens
      *    the payee and sends it with the rest of the day's file.
       QUEUE-ESCROW-PAYMENT.
           MOVE WS-NEXT-PAY-ID   TO PAY-ID
           MOVE WS-ESCROW-ACCT   TO PAY-ACCT-NO
           MOVE ESCR-BENE-ID     TO PAY-BENE-ID
           MOVE WS-DISB-AMT      TO PAY-AMOUNT
           MOVE WS-TODAY-DATE    TO PAY-REQ-DATE
           MOVE ZEROS            TO PAY-SENT-DATE
           MOVE "ESCRDISB"       TO PAY-OPERATOR-ID
           MOVE "Q"              TO PAY-STATUS
           MOVE SPACES           TO PAY-FAIL-CODE
           MOVE ZEROS            TO PAY-ACK-DATE
           WRITE PAY-REC
           INVALID KEY
               CONTINUE
           END-WRITE
           IF NOT WS-PAY-OK
               DISPLAY "  WARNING: Escrow for " LOAN-NO " is in the "
                   "clearing account but the payment was not "
                   "queued - status " WS-PAY-STATUS
               ADD 1 TO WS-BILLS-HELD
               GO TO QUEUE-ESCROW-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-NEXT-PAY-ID.
       QUEUE-ESCROW-PAYMENT-EXIT.
           EXIT.

      *    Seeds the next payment id from the highest key on file.
       FIND-NEXT-PAY-ID.
           MOVE HIGH-VALUES TO PAY-ID
           START PAY-FILE KEY IS LESS THAN PAY-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-PAY-ID
                   GO TO FIND-NEXT-PAY-ID-EXIT
           END-START
           READ PAY-FILE NEXT
               AT END
                   MOVE 1 TO WS-NEXT-PAY-ID
               NOT AT END
                   COMPUTE WS-NEXT-PAY-ID = PAY-ID + 1
           END-READ.
       FIND-NEXT-PAY-ID-EXIT.
           EXIT.

       PERSIST-NEXT-TXN-ID.
           IF NOT WS-CTRL-IS-OPEN
               GO TO PERSIST-NEXT-TXN-ID-EXIT
           END-IF
           MOVE "1" TO CTRL-KEY
           READ CTRL-FILE
               INVALID KEY
                   GO TO PERSIST-NEXT-TXN-ID-EXIT
           END-READ
           MOVE WS-NEXT-TXN-ID TO CTRL-NEXT-TXN-ID
           REWRITE CTRL-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
       PERSIST-NEXT-TXN-ID-EXIT.
           EXIT.

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
           MOVE "ESCRDISB"    TO RUNH-PROGRAM
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

      *    Writes the finished run's counts and totals back to its
      *    history record; bills held count as skipped.
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
                       MOVE WS-BILLS-HELD    TO RUNH-SKIP-COUNT
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

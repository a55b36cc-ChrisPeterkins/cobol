       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITIN.
      *================================================================*
      * DEBITIN - Incoming External Debits Batch Job                   *
      * The debit counterpart of PAYIN. Reads the correspondent's      *
      * incoming debit file (data/DEBITIN.dat) - utility, insurance    *
      * and card company direct debits against our customers'          *
      * accounts - and posts each one that an active debit mandate     *
      * (DMND-REC, kept at the counter in BANKUI) authorizes, within   *
      * the mandate's maximum amount and frequency, the account's      *
      * available funds (holds, legal restraints and pledges set       *
      * aside), and the account's directional restrictions. Anything   *
      * that cannot post goes back to the correspondent on the         *
      * returns file (data/DEBITIN-RET.dat) with a reason code:        *
      *   R01 insufficient funds      R02 account closed               *
      *   R03 no such account         R04 invalid account number       *
      *   R07 authorization revoked   R10 no authorization             *
      *   R11 outside the mandate's amount or frequency                *
      *   R15 account holder deceased R16 account frozen/restricted    *
      * A debit returned for funds carries the NSF item fee, and one   *
      * that posts into the overdraft line the paid-overdraft item     *
      * fee, under the same daily cap as the other posting paths.      *
      * Every posted entry carries the run id so a bad file backs out  *
      * whole with RUNBACK.                                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBIT-FILE
               ASSIGN TO "data/DEBITIN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "data/DEBITIN-RET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT DMND-FILE
               ASSIGN TO "data/MANDATES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMND-KEY
               FILE STATUS IS WS-DMND-STATUS.

           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT RUNH-FILE
               ASSIGN TO "data/RUNHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-ID
               FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Incoming debit line: originating bank routing 9,
      *    originator id 10, our account 8, amount 9 (two implied
      *    decimals), effective date 8, originator name 30, the
      *    originator's trace number 15.
       FD  DEBIT-FILE.
       01  DEBIT-REC.
           05  DB-ROUTING         PIC 9(9).
           05  DB-ORIG-ID         PIC X(10).
           05  DB-ACCT-NO         PIC 9(8).
           05  DB-AMOUNT          PIC 9(7)V99.
           05  DB-EFF-DATE        PIC 9(8).
           05  DB-ORIG-NAME       PIC X(30).
           05  DB-TRACE           PIC X(15).

      *    Returned debit: the incoming line as received, then the
      *    return reason code and its description.
       FD  RETURN-FILE.
       01  RETURN-REC.
           05  RET-ROUTING        PIC 9(9).
           05  RET-ORIG-ID        PIC X(10).
           05  RET-ACCT-NO        PIC 9(8).
           05  RET-AMOUNT         PIC 9(7)V99.
           05  RET-EFF-DATE       PIC 9(8).
           05  RET-ORIG-NAME      PIC X(30).
           05  RET-TRACE          PIC X(15).
           05  RET-CODE           PIC X(3).
           05  RET-REASON         PIC X(20).

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  DMND-FILE.
       COPY DMND-REC.

       FD  CUST-FILE.
       COPY CUST-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RUNH-FILE.
       COPY RUNH-REC.

       WORKING-STORAGE SECTION.
       01  WS-DEBIT-STATUS       PIC XX.
           88  WS-DEBIT-OK           VALUE "00".
           88  WS-DEBIT-EOF          VALUE "10".
           88  WS-DEBIT-FILE-MISSING VALUE "35".

       01  WS-RET-STATUS         PIC XX.
           88  WS-RET-OK             VALUE "00".

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".

       01  WS-DMND-STATUS        PIC XX.
           88  WS-DMND-OK            VALUE "00".
           88  WS-DMND-NOT-FOUND     VALUE "23".
           88  WS-DMND-FILE-MISSING  VALUE "35".
       01  WS-DMND-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-DMND-IS-OPEN       VALUE 1.

       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-NOT-FOUND     VALUE "23".
           88  WS-CUST-FILE-MISSING  VALUE "35".
       01  WS-CUST-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CUST-IS-OPEN       VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-TXN-IS-OPEN        VALUE 1.

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

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.

      *    Account numbers at or above WS-CD-FLOOR carry a check
      *    digit as their 8th (final) digit, computed from the
      *    first 7 digits. Numbers below the floor predate this
      *    scheme and are exempt from validation.
       01  WS-CD-FLOOR           PIC 9(8) VALUE 20000000.
       01  WS-CD-VALID-FLAG      PIC 9 VALUE 0.
           88  WS-CD-VALID           VALUE 1.
       01  WS-CD-WORK            PIC X(8).
       01  WS-CD-SUM             PIC 9(3).
       01  WS-CD-IDX             PIC 9.
       01  WS-CD-DIGIT           PIC 9.
       01  WS-CD-CHECK-DIGIT     PIC 9.
       01  WS-CD-ENTERED-DIGIT   PIC 9.
       01  WS-CD-WEIGHT-TABLE.
           05  FILLER            PIC 9 VALUE 2.
           05  FILLER            PIC 9 VALUE 3.
           05  FILLER            PIC 9 VALUE 4.
           05  FILLER            PIC 9 VALUE 5.
           05  FILLER            PIC 9 VALUE 6.
           05  FILLER            PIC 9 VALUE 7.
           05  FILLER            PIC 9 VALUE 8.
       01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-TABLE.
           05  WS-CD-WEIGHT      PIC 9 OCCURS 7 TIMES.

       01  WS-TXN-AMT            PIC 9(7)V99.
       01  WS-AVAIL-BAL          PIC S9(9)V99.
       01  WS-DEBIT-DATE         PIC 9(8).
       01  WS-DECEASED-FLAG      PIC 9 VALUE 0.
           88  WS-HOLDER-DECEASED    VALUE 1.
       01  WS-FREQ-FLAG          PIC 9 VALUE 0.
           88  WS-FREQ-EXCEEDED      VALUE 1.
       01  WS-FREQ-DAYS          PIC S9(7).
       01  WS-LAST-MONTH         PIC 9(2).
       01  WS-THIS-MONTH         PIC 9(2).
       01  WS-LAST-QTR           PIC 9.
       01  WS-THIS-QTR           PIC 9.

      *--- Per-item fees (NSF return, paid into overdraft) ---
       01  WS-CFG-NSF-FEE        PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-KIND          PIC X(1).
           88  WS-IFEE-IS-NSF        VALUE "N".
           88  WS-IFEE-IS-OD         VALUE "O".
       01  WS-IFEE-ACCT-NO       PIC 9(8).
       01  WS-IFEE-AMT           PIC 9(5)V99.
       01  WS-IFEES-CHARGED      PIC 9(6) VALUE 0.

       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-DEBITS-POSTED      PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-DEBITS-RETURNED    PIC 9(7) VALUE 0.
       01  WS-RETURNED-TOTAL     PIC S9(11)V99 VALUE ZEROS.

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

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  INCOMING EXTERNAL DEBITS"
           DISPLAY "========================================="

           OPEN INPUT DEBIT-FILE
           IF NOT WS-DEBIT-OK
               IF WS-DEBIT-FILE-MISSING
                   DISPLAY "No incoming debit file "
                       "(data/DEBITIN.dat) - nothing to post."
               ELSE
                   DISPLAY "Error opening incoming debit file: "
                       WS-DEBIT-STATUS
               END-IF
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account file."
               CLOSE DEBIT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF NOT WS-RET-OK
               DISPLAY "FATAL: Cannot open returns file."
               CLOSE DEBIT-FILE
               CLOSE ACCT-FILE
               STOP RUN
           END-IF

      *    With no mandate file nothing is authorized - every debit
      *    goes back unposted.
           OPEN I-O DMND-FILE
           IF WS-DMND-OK
               SET WS-DMND-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: No debit mandate file - every "
                   "debit will be returned as unauthorized."
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
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
                       IF CTRL-NSF-FEE NUMERIC
                           AND CTRL-NSF-FEE > 0
                           MOVE CTRL-NSF-FEE TO WS-CFG-NSF-FEE
                       END-IF
                       IF CTRL-OD-ITEM-FEE NUMERIC
                           AND CTRL-OD-ITEM-FEE > 0
                           MOVE CTRL-OD-ITEM-FEE
                               TO WS-CFG-OD-ITEM-FEE
                       END-IF
                       IF CTRL-IFEE-DAY-CAP NUMERIC
                           AND CTRL-IFEE-DAY-CAP > 0
                           MOVE CTRL-IFEE-DAY-CAP
                               TO WS-CFG-IFEE-DAY-CAP
                       END-IF
               END-READ
           END-IF

           PERFORM GET-CURRENT-DATETIME
           PERFORM OPEN-RUN-HISTORY THRU OPEN-RUN-HISTORY-EXIT

           PERFORM PROCESS-NEXT-DEBIT UNTIL WS-DEBIT-EOF

           DISPLAY SPACES
           DISPLAY "  Debits received:  " WS-LINES-READ
           DISPLAY "  Debits posted:    " WS-DEBITS-POSTED
           MOVE WS-POSTED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount posted:    " WS-DISP-AMT
           DISPLAY "  Debits returned:  " WS-DEBITS-RETURNED
           MOVE WS-RETURNED-TOTAL TO WS-DISP-AMT
           DISPLAY "  Amount returned:  " WS-DISP-AMT
           DISPLAY "  Item fees:        " WS-IFEES-CHARGED
           DISPLAY "  Returns file:     data/DEBITIN-RET.dat"
           DISPLAY "========================================="

           PERFORM CLOSE-RUN-HISTORY THRU CLOSE-RUN-HISTORY-EXIT
           CLOSE DEBIT-FILE
           CLOSE RETURN-FILE
           CLOSE ACCT-FILE
           IF WS-DMND-IS-OPEN
               CLOSE DMND-FILE
           END-IF
           IF WS-CUST-IS-OPEN
               CLOSE CUST-FILE
           END-IF
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
           END-IF
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
           END-IF
           STOP RUN.

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

       PERSIST-NEXT-TXN-ID.
           IF NOT WS-CTRL-IS-OPEN
               GO TO PERSIST-NEXT-TXN-ID-EXIT
           END-IF
           MOVE "1" TO CTRL-KEY
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
           MOVE "DEBITIN "    TO RUNH-PROGRAM
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
      *    history record.
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
                       MOVE WS-DEBITS-RETURNED TO RUNH-SKIP-COUNT
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

      *    Computes the weighted modulus-10 check digit over the
      *    first 7 characters of WS-CD-WORK, leaving the result in
      *    WS-CD-CHECK-DIGIT. Caller loads WS-CD-WORK(1:7) first.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CD-SUM
           PERFORM ADD-CHECK-DIGIT-WEIGHT
               VARYING WS-CD-IDX FROM 1 BY 1 UNTIL WS-CD-IDX > 7
           COMPUTE WS-CD-CHECK-DIGIT = FUNCTION MOD(WS-CD-SUM, 10).

       ADD-CHECK-DIGIT-WEIGHT.
           MOVE WS-CD-WORK(WS-CD-IDX:1) TO WS-CD-DIGIT
           COMPUTE WS-CD-SUM = WS-CD-SUM +
               (WS-CD-DIGIT * WS-CD-WEIGHT(WS-CD-IDX)).

      *    Validates the check digit of the account number on the
      *    incoming line. Numbers below WS-CD-FLOOR predate the
      *    scheme and are always treated as valid.
       VALIDATE-ACCT-NO-CHECK-DIGIT.
           MOVE 1 TO WS-CD-VALID-FLAG
           IF DB-ACCT-NO < WS-CD-FLOOR
               GO TO VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT
           END-IF
           MOVE DB-ACCT-NO TO WS-CD-WORK
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CD-WORK(8:1) TO WS-CD-ENTERED-DIGIT
           IF WS-CD-CHECK-DIGIT NOT = WS-CD-ENTERED-DIGIT
               MOVE 0 TO WS-CD-VALID-FLAG
           END-IF.
       VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT.
           EXIT.

       PROCESS-NEXT-DEBIT.
           READ DEBIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM POST-ONE-DEBIT THRU POST-ONE-DEBIT-EXIT
           END-READ.

       POST-ONE-DEBIT.
           MOVE DB-AMOUNT TO WS-TXN-AMT
      *    The originator's effective date decides whether the
      *    mandate was still in force; an undated line is taken as
      *    today's.
           IF DB-EFF-DATE NUMERIC AND DB-EFF-DATE > ZEROS
               MOVE DB-EFF-DATE TO WS-DEBIT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-DEBIT-DATE
           END-IF

           IF WS-TXN-AMT < 0.01
               MOVE "R11" TO RET-CODE
               MOVE "INVALID AMOUNT" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           PERFORM VALIDATE-ACCT-NO-CHECK-DIGIT
               THRU VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT
           IF NOT WS-CD-VALID
               MOVE "R04" TO RET-CODE
               MOVE "BAD CHECK DIGIT" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           MOVE DB-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   MOVE "R03" TO RET-CODE
                   MOVE "ACCOUNT NOT FOUND" TO RET-REASON
                   PERFORM RETURN-THIS-DEBIT
                   GO TO POST-ONE-DEBIT-EXIT
           END-READ

           IF ACCT-IS-CLOSED
               MOVE "R02" TO RET-CODE
               MOVE "ACCOUNT CLOSED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF
           IF NOT ACCT-IS-ACTIVE
               MOVE "R16" TO RET-CODE
               MOVE "ACCOUNT FROZEN" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           PERFORM CHECK-HOLDER-DECEASED
               THRU CHECK-HOLDER-DECEASED-EXIT
           IF WS-HOLDER-DECEASED
               MOVE "R15" TO RET-CODE
               MOVE "HOLDER DECEASED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

      *    Directional restrictions: an incoming debit is both a
      *    debit and an external movement.
           IF ACCT-RES-NO-DEBITS OR ACCT-RES-NO-EXTERNAL
               OR ACCT-RES-COUNTER-ONLY
               MOVE "R16" TO RET-CODE
               MOVE "ACCOUNT RESTRICTED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

      *    The customer's authorization for this originator.
           IF NOT WS-DMND-IS-OPEN
               MOVE "R10" TO RET-CODE
               MOVE "NOT AUTHORIZED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF
           MOVE DB-ACCT-NO TO DMND-ACCT-NO
           MOVE DB-ORIG-ID TO DMND-ORIG-ID
           READ DMND-FILE
               INVALID KEY
                   MOVE "R10" TO RET-CODE
                   MOVE "NOT AUTHORIZED" TO RET-REASON
                   PERFORM RETURN-THIS-DEBIT
                   GO TO POST-ONE-DEBIT-EXIT
           END-READ
           IF DMND-IS-REVOKED
               AND WS-DEBIT-DATE NOT < DMND-REVOKE-DT
               MOVE "R07" TO RET-CODE
               MOVE "AUTHORIZATION REVOKED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF
           IF NOT DMND-IS-ACTIVE AND NOT DMND-IS-REVOKED
               MOVE "R10" TO RET-CODE
               MOVE "NOT AUTHORIZED" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF
           IF WS-TXN-AMT > DMND-MAX-AMT
               MOVE "R11" TO RET-CODE
               MOVE "OVER MANDATE LIMIT" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF
           PERFORM CHECK-MANDATE-FREQUENCY
               THRU CHECK-MANDATE-FREQUENCY-EXIT
           IF WS-FREQ-EXCEEDED
               MOVE "R11" TO RET-CODE
               MOVE "MANDATE FREQUENCY" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           MOVE ACCT-BAL TO WS-AVAIL-BAL
           IF ACCT-HOLD-AMT NUMERIC
               SUBTRACT ACCT-HOLD-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
           IF WS-TXN-AMT > WS-AVAIL-BAL
               MOVE "R01" TO RET-CODE
               MOVE "INSUFFICIENT FUNDS" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               MOVE "N" TO WS-IFEE-KIND
               MOVE ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           SUBTRACT WS-TXN-AMT FROM ACCT-BAL
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "R16" TO RET-CODE
               MOVE "ACCOUNT UPDATE FAIL" TO RET-REASON
               PERFORM RETURN-THIS-DEBIT
               GO TO POST-ONE-DEBIT-EXIT
           END-IF

           PERFORM LOG-DEBIT-TXN THRU LOG-DEBIT-TXN-EXIT
           ADD 1 TO WS-DEBITS-POSTED
           ADD WS-TXN-AMT TO WS-POSTED-TOTAL

           MOVE WS-TODAY-DATE TO DMND-LAST-DEBIT-DT
           MOVE WS-TXN-AMT TO DMND-LAST-AMT
           REWRITE DMND-REC
           INVALID KEY
               DISPLAY "  WARNING: Mandate " DMND-ORIG-ID
                   " on " DMND-ACCT-NO " not updated."
           END-REWRITE

           IF ACCT-BAL < ZEROS
               MOVE "O" TO WS-IFEE-KIND
               MOVE ACCT-NO TO WS-IFEE-ACCT-NO
               PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           END-IF.
       POST-ONE-DEBIT-EXIT.
           EXIT.

      *    A mandate allows one debit per week (seven days apart),
      *    calendar month, quarter or year, or any number when it is
      *    variable. Sets WS-FREQ-EXCEEDED when this debit would be
      *    a second one inside the period.
       CHECK-MANDATE-FREQUENCY.
           MOVE 0 TO WS-FREQ-FLAG
           IF DMND-LAST-DEBIT-DT NOT NUMERIC
               OR DMND-LAST-DEBIT-DT = ZEROS
               OR DMND-FREQ-VARIABLE
               GO TO CHECK-MANDATE-FREQUENCY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DMND-FREQ-WEEKLY
                   COMPUTE WS-FREQ-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(DMND-LAST-DEBIT-DT)
                   IF WS-FREQ-DAYS < 7
                       SET WS-FREQ-EXCEEDED TO TRUE
                   END-IF
               WHEN DMND-FREQ-MONTHLY
                   IF DMND-LAST-DEBIT-DT(1:6) = WS-TODAY-DATE(1:6)
                       SET WS-FREQ-EXCEEDED TO TRUE
                   END-IF
               WHEN DMND-FREQ-QUARTERLY
                   MOVE DMND-LAST-DEBIT-DT(5:2) TO WS-LAST-MONTH
                   MOVE WS-TODAY-DATE(5:2) TO WS-THIS-MONTH
                   COMPUTE WS-LAST-QTR = (WS-LAST-MONTH + 2) / 3
                   COMPUTE WS-THIS-QTR = (WS-THIS-MONTH + 2) / 3
                   IF DMND-LAST-DEBIT-DT(1:4) = WS-TODAY-DATE(1:4)
                       AND WS-LAST-QTR = WS-THIS-QTR
                       SET WS-FREQ-EXCEEDED TO TRUE
                   END-IF
               WHEN DMND-FREQ-ANNUAL
                   IF DMND-LAST-DEBIT-DT(1:4) = WS-TODAY-DATE(1:4)
                       SET WS-FREQ-EXCEEDED TO TRUE
                   END-IF
           END-EVALUATE.
       CHECK-MANDATE-FREQUENCY-EXIT.
           EXIT.

      *    Debits stop once the holder's date of death is on the
      *    customer master - no debit leaves a decedent's account
      *    outside the estate disbursement.
       CHECK-HOLDER-DECEASED.
           MOVE 0 TO WS-DECEASED-FLAG
           IF NOT WS-CUST-IS-OPEN
               OR ACCT-CUST-NO NOT NUMERIC
               OR ACCT-CUST-NO = ZEROS
               GO TO CHECK-HOLDER-DECEASED-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   GO TO CHECK-HOLDER-DECEASED-EXIT
           END-READ
           IF CUST-DECEASED-DT NUMERIC
               AND CUST-DECEASED-DT > ZEROS
               SET WS-HOLDER-DECEASED TO TRUE
           END-IF.
       CHECK-HOLDER-DECEASED-EXIT.
           EXIT.

      *    Counts a convenience withdrawal against a savings or
      *    money-market account's monthly limit, restarting the
      *    count when the month has changed. Expects ACCT-REC to
      *    hold the account being debited; the nightly XWDFEE step
      *    charges the items over the limit.
       COUNT-CONVENIENCE-DEBIT.
           IF ACCT-IS-SAVINGS OR ACCT-IS-MMKT
               IF ACCT-XWD-MONTH NOT NUMERIC
                   OR ACCT-XWD-MONTH NOT = WS-TODAY-DATE(1:6)
                   MOVE WS-TODAY-DATE(1:6) TO ACCT-XWD-MONTH
                   MOVE ZEROS TO ACCT-XWD-COUNT
                   MOVE ZEROS TO ACCT-XWD-CHARGED
               END-IF
               IF ACCT-XWD-COUNT NOT NUMERIC
                   MOVE ZEROS TO ACCT-XWD-COUNT
               END-IF
               IF ACCT-XWD-COUNT < 999
                   ADD 1 TO ACCT-XWD-COUNT
               END-IF
           END-IF.

       RETURN-THIS-DEBIT.
           MOVE DB-ROUTING   TO RET-ROUTING
           MOVE DB-ORIG-ID   TO RET-ORIG-ID
           MOVE DB-ACCT-NO   TO RET-ACCT-NO
           MOVE DB-AMOUNT    TO RET-AMOUNT
           MOVE DB-EFF-DATE  TO RET-EFF-DATE
           MOVE DB-ORIG-NAME TO RET-ORIG-NAME
           MOVE DB-TRACE     TO RET-TRACE
           WRITE RETURN-REC
           ADD 1 TO WS-DEBITS-RETURNED
           ADD DB-AMOUNT TO WS-RETURNED-TOTAL
           DISPLAY "  RETURNED " DB-ACCT-NO " FROM "
               DB-ORIG-NAME(1:20) " - " RET-CODE " " RET-REASON.

       LOG-DEBIT-TXN.
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "  WARNING: Debit posted but journal "
                   "unavailable."
               GO TO LOG-DEBIT-TXN-EXIT
           END-IF
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE ACCT-NO           TO TXN-ACCT-NO
           MOVE "W"               TO TXN-TYPE
           MOVE WS-TXN-AMT        TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE DB-ORIG-NAME(1:20) TO TXN-DESC
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE ZEROS             TO TXN-REF-ID
           MOVE SPACES            TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE "EXTD"            TO TXN-CATEGORY
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
               ADD WS-TXN-AMT TO WS-RUN-TXN-TOTAL
               PERFORM PERSIST-NEXT-TXN-ID THRU PERSIST-NEXT-TXN-ID-EXIT
           ELSE
               DISPLAY "  WARNING: Debit to " ACCT-NO
                   " posted but transaction log failed."
           END-IF.
       LOG-DEBIT-TXN-EXIT.
           EXIT.

      *    Charges the per-item fee named by WS-IFEE-KIND to the
      *    account in WS-IFEE-ACCT-NO: N for a debit returned for
      *    funds, O for one paid into the overdraft line. Accounts
      *    restricted from debits are not charged, and no more than
      *    the daily cap of item fees is charged per account.
       ASSESS-ITEM-FEE.
           MOVE WS-IFEE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   GO TO ASSESS-ITEM-FEE-EXIT
           END-READ
           IF ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF WS-IFEE-IS-OD AND ACCT-BAL NOT < ZEROS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               DISPLAY "  " ACCT-NO
                   ": daily item fee cap reached - no fee."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF WS-IFEE-IS-NSF
               MOVE WS-CFG-NSF-FEE TO WS-IFEE-AMT
           ELSE
               MOVE WS-CFG-OD-ITEM-FEE TO WS-IFEE-AMT
           END-IF
           SUBTRACT WS-IFEE-AMT FROM ACCT-BAL
           ADD 1 TO ACCT-IFEE-COUNT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "  " ACCT-NO ": could not charge item fee."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           IF NOT WS-TXN-IS-OPEN
               DISPLAY "  WARNING: Item fee charged but journal "
                   "unavailable."
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF

           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE ACCT-NO               TO TXN-ACCT-NO
           MOVE "S"                   TO TXN-TYPE
           MOVE WS-IFEE-AMT           TO TXN-AMOUNT
           MOVE WS-TODAY-DATE         TO TXN-DATE
           MOVE WS-NOW-TIME           TO TXN-TIME
           IF WS-IFEE-IS-NSF
               MOVE "NSF ITEM FEE"       TO TXN-DESC
               MOVE "NSFF"               TO TXN-CATEGORY
           ELSE
               MOVE "OVERDRAFT ITEM FEE" TO TXN-DESC
               MOVE "ODFE"               TO TXN-CATEGORY
           END-IF
           MOVE "C"                   TO TXN-STATUS
           MOVE ZEROS                 TO TXN-XFER-ACCT
           MOVE ZEROS                 TO TXN-REF-ID
           MOVE SPACES                TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE ZEROS                 TO TXN-FX-RATE
           MOVE SPACES                TO TXN-OVERRIDE-ID
           MOVE ZEROS                 TO TXN-CHECK-NO
           MOVE WS-RUN-ID             TO TXN-RUN-ID
           MOVE ACCT-BRANCH           TO TXN-BRANCH
           MOVE SPACES                TO TXN-XFER-BRANCH
           MOVE TXN-DATE              TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
                   THRU PERSIST-NEXT-TXN-ID-EXIT
               ADD 1 TO WS-RUN-TXN-COUNT
               ADD TXN-AMOUNT TO WS-RUN-TXN-TOTAL
               ADD 1 TO WS-IFEES-CHARGED
           ELSE
               DISPLAY "  " ACCT-NO
                   ": item fee charged but transaction log failed."
           END-IF.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

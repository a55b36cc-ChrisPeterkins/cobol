       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEWAIV.
      *================================================================*
      * FEEWAIV - Item Fee Waiver                                      *
      * Supervised console for waiving a returned-NSF (NSFF) or        *
      * paid-overdraft (ODFE) item fee. The supervisor brings up the   *
      * account, picks one of its open item fees and gives a waiver    *
      * code; the fee entry is marked reversed on the journal, the     *
      * amount goes back on the balance, and an R entry carrying the   *
      * waiver code is posted against the original. A fee waived on   *
      * the day it was charged gives its place under the daily cap     *
      * back. Every waiver is audited, and NSFRPT lists the day's      *
      * fees and waivers by branch.                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE
               ASSIGN TO "data/ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATORS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-NOT-FOUND     VALUE "23".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
           88  WS-ACCT-LOCKED        VALUE "51".

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".
           88  WS-CTRL-NOT-FOUND     VALUE "23".
           88  WS-CTRL-FILE-MISSING  VALUE "35".
       01  WS-CTRL-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CTRL-IS-OPEN       VALUE 1.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-OPER-STATUS        PIC XX.
           88  WS-OPER-OK            VALUE "00".
           88  WS-OPER-NOT-FOUND     VALUE "23".
           88  WS-OPER-FILE-MISSING  VALUE "35".
       01  WS-OPER-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-OPER-IS-OPEN       VALUE 1.
       01  WS-SIGNON-OK-FLAG     PIC 9 VALUE 0.
           88  WS-SIGNON-OK          VALUE 1.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-ROLE           PIC X(8).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       01  WS-ENT-LOG-FLAG       PIC 9 VALUE 0.
           88  WS-ENT-LOG-OPENED     VALUE 1.
       01  WS-ENT-STAMP          PIC X(21).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

       01  WS-MENU-CHOICE        PIC X(1).
           88  WS-WAIVE-FEE          VALUE "1".
           88  WS-LIST-CODES         VALUE "2".
           88  WS-QUIT               VALUE "Q" "q".

       01  WS-NEXT-TXN-ID        PIC 9(10) VALUE 1.
       01  WS-INPUT-ACCTNO       PIC X(8).
       01  WS-INPUT-TXN-ID       PIC X(10).
       01  WS-INPUT-CODE         PIC X(2).
       01  WS-CONFIRM            PIC X(1).

       01  WS-WAIVE-ACCT         PIC 9(8).
       01  WS-WAIVE-TXN-ID       PIC 9(10).
      *    Waiver codes - carried on the R entry's description and
      *    the audit record.
       01  WS-WAIVE-CODE         PIC 9(2).
           88  WS-CODE-VALID         VALUE 1 THRU 5.
       01  WS-WAIVE-CODE-NAME    PIC X(20).
       01  WS-WAIVE-AMT          PIC 9(7)V99.
       01  WS-WAIVE-CCY          PIC X(3).
       01  WS-WAIVE-CAT          PIC X(4).
       01  WS-WAIVE-FEE-DATE     PIC 9(8).
       01  WS-WAIVE-FOUND-FLAG   PIC 9 VALUE 0.
           88  WS-WAIVE-FOUND        VALUE 1.
       01  WS-OPEN-FEE-COUNT     PIC 9(5) VALUE 0.
       01  WS-CODE-IDX           PIC 9(2).

       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

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

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TARGET       PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-BAL           PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  ITEM FEE WAIVER (SUPERVISED)"
           DISPLAY "========================================="

           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-OK
               SET WS-OPER-IS-OPEN TO TRUE
           END-IF
           PERFORM SUPERVISOR-SIGNON THRU SUPERVISOR-SIGNON-EXIT
           IF WS-OPER-IS-OPEN
               CLOSE OPERATOR-FILE
               MOVE 0 TO WS-OPER-OPEN-FLAG
           END-IF
           IF NOT WS-SIGNON-OK
               STOP RUN
           END-IF

           OPEN I-O ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "FATAL: Cannot open account master."
               STOP RUN
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
               END-READ
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
           PERFORM MAIN-MENU UNTIL WS-QUIT

           CLOSE ACCT-FILE
           IF WS-CTRL-IS-OPEN
               CLOSE CTRL-FILE
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
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

       WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-IS-OPEN
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           MOVE WS-TODAY-DATE     TO AUDIT-DATE
           MOVE WS-NOW-TIME       TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE WS-AUDIT-TARGET   TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-DETAIL   TO AUDIT-DETAIL
           WRITE AUDIT-REC
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: Could not write audit log entry."
           END-IF.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "--- Item Fee Waiver ---"
           DISPLAY "1. Waive an Item Fee"
           DISPLAY "2. List Waiver Codes"
           DISPLAY "Q. Quit"
           DISPLAY "Selection: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-WAIVE-FEE    PERFORM WAIVE-ITEM-FEE
                   THRU WAIVE-ITEM-FEE-EXIT
               WHEN WS-LIST-CODES   PERFORM LIST-WAIVER-CODES
               WHEN WS-QUIT         CONTINUE
               WHEN OTHER           DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.

      *    Record locks taken with READ ... WITH LOCK are held until
      *    the selected action finishes (or is abandoned), then
      *    released here before the next menu choice.
       RELEASE-RECORD-LOCKS.
           UNLOCK ACCT-FILE.

       LIST-WAIVER-CODES.
           DISPLAY SPACES
           PERFORM SHOW-ONE-CODE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 5.

       SHOW-ONE-CODE.
           MOVE WS-CODE-IDX TO WS-WAIVE-CODE
           PERFORM SET-CODE-NAME
           DISPLAY "  " WS-WAIVE-CODE "  " WS-WAIVE-CODE-NAME.

       SET-CODE-NAME.
           EVALUATE WS-WAIVE-CODE
               WHEN 1 MOVE "FIRST OCCURRENCE"   TO WS-WAIVE-CODE-NAME
               WHEN 2 MOVE "BANK ERROR"         TO WS-WAIVE-CODE-NAME
               WHEN 3 MOVE "RELATIONSHIP"       TO WS-WAIVE-CODE-NAME
               WHEN 4 MOVE "CUSTOMER HARDSHIP"  TO WS-WAIVE-CODE-NAME
               WHEN 5 MOVE "OTHER - SEE NOTES"  TO WS-WAIVE-CODE-NAME
               WHEN OTHER MOVE SPACES           TO WS-WAIVE-CODE-NAME
           END-EVALUATE.

      *    The account is held WITH LOCK from the listing through
      *    the balance update, so no posting lands between the fee
      *    being chosen and the credit going back on.
       WAIVE-ITEM-FEE.
           DISPLAY "Account number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCTNO
           MOVE FUNCTION NUMVAL(WS-INPUT-ACCTNO) TO WS-WAIVE-ACCT
           IF WS-WAIVE-ACCT = ZEROS
               DISPLAY "Invalid account number."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF
           MOVE WS-WAIVE-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO WAIVE-ITEM-FEE-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "Account in use at another terminal - "
                   "retry."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF
           MOVE ACCT-BAL TO WS-DISP-BAL
           DISPLAY "  " ACCT-NO " " ACCT-NAME
               " Balance " WS-DISP-BAL

           PERFORM LIST-OPEN-FEES THRU LIST-OPEN-FEES-EXIT
           IF WS-OPEN-FEE-COUNT = ZEROS
               DISPLAY "No open item fees on this account."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF

           DISPLAY "Transaction ID of the fee to waive:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-TXN-ID
           MOVE FUNCTION NUMVAL(WS-INPUT-TXN-ID) TO WS-WAIVE-TXN-ID
           IF WS-WAIVE-TXN-ID = ZEROS
               DISPLAY "Invalid transaction ID."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF
           PERFORM LIST-WAIVER-CODES
           DISPLAY "Waiver code:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION NUMVAL(WS-INPUT-CODE) TO WS-WAIVE-CODE
           IF NOT WS-CODE-VALID
               DISPLAY "Waiver code must be 01 to 05."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF
           PERFORM SET-CODE-NAME
           DISPLAY "Waive fee " WS-WAIVE-TXN-ID " - "
               WS-WAIVE-CODE-NAME "? (Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Waiver cancelled."
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF

           PERFORM MARK-FEE-WAIVED THRU MARK-FEE-WAIVED-EXIT
           IF NOT WS-WAIVE-FOUND
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF

           ADD WS-WAIVE-AMT TO ACCT-BAL
           IF ACCT-IFEE-DATE = WS-WAIVE-FEE-DATE
               AND ACCT-IFEE-COUNT > ZEROS
               SUBTRACT 1 FROM ACCT-IFEE-COUNT
           END-IF
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               DISPLAY "ERROR: Fee marked waived but the balance "
                   "could not be updated. Status: " WS-ACCT-STATUS
               GO TO WAIVE-ITEM-FEE-EXIT
           END-IF

           PERFORM LOG-FEE-WAIVER THRU LOG-FEE-WAIVER-EXIT

           MOVE WS-WAIVE-ACCT TO WS-AUDIT-TARGET
           MOVE "FEEWAIV" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "TXN " WS-WAIVE-TXN-ID " " WS-WAIVE-CAT
               " CD " WS-WAIVE-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           MOVE WS-WAIVE-AMT TO WS-DISP-AMT
           MOVE ACCT-BAL TO WS-DISP-BAL
           DISPLAY "Fee waived: " WS-DISP-AMT
           DISPLAY "  New balance: " WS-DISP-BAL.
       WAIVE-ITEM-FEE-EXIT.
           EXIT.

      *    Lists the account's item fees still standing - S entries
      *    in NSFF or ODFE that have not been reversed.
       LIST-OPEN-FEES.
           MOVE 0 TO WS-OPEN-FEE-COUNT
           MOVE 0 TO WS-TXN-EOF-FLAG
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "Transaction journal unavailable."
               GO TO LIST-OPEN-FEES-EXIT
           END-IF
           DISPLAY "TXN ID     DATE     CAT  AMOUNT"
           PERFORM LIST-ONE-FEE UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       LIST-OPEN-FEES-EXIT.
           EXIT.

       LIST-ONE-FEE.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   IF TXN-ACCT-NO = WS-WAIVE-ACCT
                       AND TXN-IS-SVC-CHARGE
                       AND TXN-IS-COMPLETE
                       AND (TXN-CAT-NSF-FEE OR TXN-CAT-OD-FEE)
                       MOVE TXN-AMOUNT TO WS-DISP-AMT
                       DISPLAY TXN-ID " " TXN-DATE " "
                           TXN-CATEGORY " " WS-DISP-AMT
                       ADD 1 TO WS-OPEN-FEE-COUNT
                   END-IF
           END-READ.

      *    Finds the chosen fee with the journal open I-O, checks it
      *    is an open item fee on this account, and marks it
      *    reversed in place.
       MARK-FEE-WAIVED.
           MOVE 0 TO WS-WAIVE-FOUND-FLAG
           MOVE 0 TO WS-TXN-EOF-FLAG
           OPEN I-O TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "Transaction journal unavailable."
               GO TO MARK-FEE-WAIVED-EXIT
           END-IF
           PERFORM SCAN-FOR-FEE
               UNTIL WS-WAIVE-FOUND OR WS-TXN-AT-EOF
           IF NOT WS-WAIVE-FOUND
               DISPLAY "Transaction not found."
               CLOSE TXN-FILE
               GO TO MARK-FEE-WAIVED-EXIT
           END-IF
           IF TXN-ACCT-NO NOT = WS-WAIVE-ACCT
               OR NOT TXN-IS-SVC-CHARGE
               OR NOT (TXN-CAT-NSF-FEE OR TXN-CAT-OD-FEE)
               DISPLAY "That transaction is not an item fee on "
                   "this account."
               MOVE 0 TO WS-WAIVE-FOUND-FLAG
               CLOSE TXN-FILE
               GO TO MARK-FEE-WAIVED-EXIT
           END-IF
           IF NOT TXN-IS-COMPLETE
               DISPLAY "That fee has already been waived or "
                   "reversed."
               MOVE 0 TO WS-WAIVE-FOUND-FLAG
               CLOSE TXN-FILE
               GO TO MARK-FEE-WAIVED-EXIT
           END-IF
           MOVE TXN-AMOUNT   TO WS-WAIVE-AMT
           MOVE TXN-CURRENCY TO WS-WAIVE-CCY
           MOVE TXN-CATEGORY TO WS-WAIVE-CAT
           MOVE TXN-DATE     TO WS-WAIVE-FEE-DATE
           MOVE "V" TO TXN-STATUS
           REWRITE TXN-REC
           IF NOT WS-TXN-OK
               DISPLAY "ERROR: Could not mark the fee waived - "
                   "status " WS-TXN-STATUS
               MOVE 0 TO WS-WAIVE-FOUND-FLAG
           END-IF
           CLOSE TXN-FILE.
       MARK-FEE-WAIVED-EXIT.
           EXIT.

       SCAN-FOR-FEE.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
               NOT AT END
                   IF TXN-ID = WS-WAIVE-TXN-ID
                       SET WS-WAIVE-FOUND TO TRUE
                   END-IF
           END-READ.

      *    The waiver is an R entry against the original fee, in the
      *    fee's own category, so statements and the GL extract net
      *    it off and INSDRPT and NSFRPT see it as a waiver.
       LOG-FEE-WAIVER.
           OPEN EXTEND TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "WARNING: Fee waived but journal "
                   "unavailable."
               GO TO LOG-FEE-WAIVER-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE WS-WAIVE-ACCT     TO TXN-ACCT-NO
           MOVE "R"               TO TXN-TYPE
           MOVE WS-WAIVE-AMT      TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE SPACES            TO TXN-DESC
           STRING "FEE WAIVED CD " WS-WAIVE-CODE
               DELIMITED BY SIZE INTO TXN-DESC
           END-STRING
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE WS-WAIVE-TXN-ID   TO TXN-REF-ID
           MOVE WS-OPERATOR-ID    TO TXN-OPERATOR-ID
           MOVE WS-WAIVE-CCY      TO TXN-CURRENCY
           MOVE WS-WAIVE-CAT      TO TXN-CATEGORY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE WS-OPERATOR-ID    TO TXN-OVERRIDE-ID
           MOVE ZEROS             TO TXN-CHECK-NO
           MOVE ZEROS             TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE SPACES            TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID THRU PERSIST-NEXT-TXN-ID-EXIT
               DISPLAY "  Waiver TXN:    " TXN-ID
           ELSE
               DISPLAY "WARNING: Fee waived but the waiver entry "
                   "could not be logged."
           END-IF
           CLOSE TXN-FILE.
       LOG-FEE-WAIVER-EXIT.
           EXIT.

      *    Same supervisor sign-on ESTDISB and OPERADM use.
       SUPERVISOR-SIGNON.
           IF NOT WS-OPER-IS-OPEN
               DISPLAY "Operator file unavailable - sign-on "
                   "cannot be verified."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           DISPLAY "Supervisor ID:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           DISPLAY "PIN:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-PIN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
                   GO TO SUPERVISOR-SIGNON-EXIT
           END-READ
           IF NOT OPER-IS-ACTIVE
               DISPLAY "That operator ID is not active."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF NOT OPER-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required."
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           IF OPER-PIN-HASH NOT NUMERIC
               MOVE ZEROS TO OPER-PIN-HASH
           END-IF
           IF OPER-PIN-HASH > ZEROS
               MOVE WS-INPUT-PIN TO WS-PIN-INPUT
               PERFORM COMPUTE-PIN-HASH
               IF WS-PIN-HASH NOT = OPER-PIN-HASH
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           ELSE
               IF WS-INPUT-PIN NOT = OPER-PIN
                   DISPLAY "Incorrect PIN."
                   GO TO SUPERVISOR-SIGNON-EXIT
               END-IF
           END-IF
           MOVE "FEEWAIV" TO WS-ENT-FUNC
           PERFORM CHECK-ENTITLEMENT THRU CHECK-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               GO TO SUPERVISOR-SIGNON-EXIT
           END-IF
           MOVE OPER-ID TO WS-OPERATOR-ID
           SET WS-SIGNON-OK TO TRUE
           DISPLAY "Signed on as " OPER-NAME.
       SUPERVISOR-SIGNON-EXIT.
           EXIT.

      *    The signed-on operator's role (OPER-ROLE, or the standard
      *    role for the authority level when the record has none)
      *    must grant WS-ENT-FUNC on ROLES.dat, kept in OPERADM. A
      *    refusal is shown and written to the audit log. A site
      *    with no ROLES.dat has not adopted roles; nothing is
      *    refused.
       CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENT-FLAG
           MOVE OPER-ROLE TO WS-ENT-ROLE
           IF WS-ENT-ROLE = SPACES OR WS-ENT-ROLE = LOW-VALUES
               EVALUATE TRUE
                   WHEN OPER-IS-SUPERVISOR
                       MOVE "SUPV" TO WS-ENT-ROLE
                   WHEN OPER-IS-TRAINEE
                       MOVE "TRAINEE" TO WS-ENT-ROLE
                   WHEN OTHER
                       MOVE "TELLER" TO WS-ENT-ROLE
               END-EVALUATE
           END-IF
           OPEN INPUT ROLE-FILE
           IF NOT WS-ROLE-OK
               SET WS-ENT-GRANTED TO TRUE
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-GRANTED TO TRUE
           END-READ
           CLOSE ROLE-FILE
           IF WS-ENT-GRANTED
               GO TO CHECK-ENTITLEMENT-EXIT
           END-IF
           DISPLAY "Role " WS-ENT-ROLE " does not permit "
               WS-ENT-FUNC "."
           DISPLAY "Ask a supervisor to grant it in OPERADM."
           PERFORM LOG-ENTITLEMENT-REFUSAL
               THRU LOG-ENTITLEMENT-REFUSAL-EXIT.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *    The refusal goes to the audit log with no account number;
      *    the log is opened for the one record when the program
      *    does not already have it open.
       LOG-ENTITLEMENT-REFUSAL.
           MOVE 0 TO WS-ENT-LOG-FLAG
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   GO TO LOG-ENTITLEMENT-REFUSAL-EXIT
               END-IF
               SET WS-ENT-LOG-OPENED TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ENT-STAMP
           MOVE WS-ENT-STAMP(1:8) TO AUDIT-DATE
           MOVE WS-ENT-STAMP(9:6) TO AUDIT-TIME
           MOVE OPER-ID           TO AUDIT-OPERATOR-ID
           MOVE "REFUSED"         TO AUDIT-ACTION
           MOVE ZEROS             TO AUDIT-ACCT-NO
           MOVE SPACES            TO AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           WRITE AUDIT-REC
           IF WS-ENT-LOG-OPENED
               CLOSE AUDIT-FILE
           END-IF.
       LOG-ENTITLEMENT-REFUSAL-EXIT.
           EXIT.

      *    Same rolling hash as BANKUI's login path.
       COMPUTE-PIN-HASH.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                       * 7, 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

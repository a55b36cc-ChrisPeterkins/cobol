       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDRPT.
      *================================================================*
      * INSDRPT - Insider Account Exception Report                     *
      * Daily step for internal audit. Customers designated as         *
      * insiders in INSDMNT (employees, directors, related interests)  *
      * are listed with their accounts, and the banking day's          *
      * activity on those accounts is pulled out for review:           *
      *   - reversals, with a reversal of a fee, service charge,       *
      *     penalty or overdraft-interest entry shown as a fee waiver; *
      *   - overdraft interest charged, and insider accounts standing  *
      *     overdrawn;                                                 *
      *   - postings keyed by the operator linked to the insider       *
      *     (self-dealing), with the approving supervisor - one with   *
      *     no override on record sets RC 4;                           *
      *   - every maintenance action in the audit log on an insider    *
      *     account, and designation changes made in INSDMNT.          *
      * Read-only; the report is data/INSIDER-<date>.txt.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
               ASSIGN TO "data/CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT AUDIT-FILE
               ASSIGN TO "data/AUDITLOG.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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
       FD  CUST-FILE.
       COPY CUST-REC.

       FD  ACCT-FILE.
       COPY ACCT-REC.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  CTRL-FILE.
       COPY CTRL-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-FILE-MISSING  VALUE "35".
       01  WS-CUST-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-CUST-AT-EOF        VALUE 1.

       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ACCT-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-ACCT-AT-EOF        VALUE 1.

       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
       01  WS-TXN-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-TXN-AT-EOF         VALUE 1.

       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
       01  WS-AUDIT-EOF-FLAG     PIC 9 VALUE 0.
           88  WS-AUDIT-AT-EOF       VALUE 1.

       01  WS-CTRL-STATUS        PIC XX.
           88  WS-CTRL-OK            VALUE "00".

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).
       01  WS-SECTION-HEAD       PIC X(40).

      *--- Insider customers, from the customer master ---
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 500 TIMES.
               10  WS-IC-CUST-NO     PIC 9(8).
               10  WS-IC-TYPE        PIC X(1).
               10  WS-IC-OPER        PIC X(8).
               10  WS-IC-NAME        PIC X(20).
       01  WS-IC-COUNT           PIC 9(3) VALUE 0.
       01  WS-IC-IDX             PIC 9(3).
       01  WS-IC-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-IC-FOUND           VALUE 1.

      *--- Their accounts, pointing back at the customer entry ---
       01  WS-IA-TABLE.
           05  WS-IA-ENTRY OCCURS 2000 TIMES.
               10  WS-IA-ACCT-NO     PIC 9(8).
               10  WS-IA-IC-IDX      PIC 9(3).
       01  WS-IA-COUNT           PIC 9(4) VALUE 0.
       01  WS-IA-IDX             PIC 9(4).
       01  WS-IA-FOUND-FLAG      PIC 9 VALUE 0.
           88  WS-IA-FOUND           VALUE 1.
       01  WS-FIND-ACCT          PIC 9(8).
       01  WS-FIND-CUST          PIC 9(8).

      *--- One journal entry under review ---
       01  WS-HIT-IC-IDX         PIC 9(3).
       01  WS-HIT-ACCT           PIC 9(8).
       01  WS-EXC-LABEL          PIC X(12).
       01  WS-SELF-FLAG          PIC 9 VALUE 0.
           88  WS-SELF-DEALT         VALUE 1.
       01  WS-SELF-NOTE          PIC X(22).
       01  WS-TYPE-NAME          PIC X(8).

       01  WS-CUSTS-SCANNED      PIC 9(7) VALUE 0.
       01  WS-TXNS-SCANNED       PIC 9(7) VALUE 0.
       01  WS-AUDITS-SCANNED     PIC 9(7) VALUE 0.
       01  WS-REVERSAL-COUNT     PIC 9(5) VALUE 0.
       01  WS-WAIVER-COUNT       PIC 9(5) VALUE 0.
       01  WS-ODINT-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVERDRAWN-COUNT    PIC 9(5) VALUE 0.
       01  WS-SELF-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNAPPROVED-COUNT   PIC 9(5) VALUE 0.
       01  WS-MAINT-COUNT        PIC 9(5) VALUE 0.
       01  WS-IC-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-IA-OVERFLOW        PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YEAR      PIC 9(4).
           05  WS-CURR-MONTH     PIC 9(2).
           05  WS-CURR-DAY       PIC 9(2).
           05  WS-CURR-REST      PIC X(13).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CFG-BANKING-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DISP-AMT           PIC $$$,$$$,$$9.99.
       01  WS-DISP-BAL           PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  INSIDER ACCOUNT EXCEPTION REPORT"
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

           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               IF WS-CUST-FILE-MISSING
                   DISPLAY "No customer file - nothing to report."
               ELSE
                   DISPLAY "Error opening customer file: "
                       WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM OPEN-RPT-FILE

           PERFORM LOAD-INSIDERS THRU LOAD-INSIDERS-EXIT
           CLOSE CUST-FILE
           PERFORM LOAD-INSIDER-ACCOUNTS
               THRU LOAD-INSIDER-ACCOUNTS-EXIT
           IF WS-IC-COUNT > ZEROS
               PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT
           END-IF
           PERFORM SCAN-AUDIT-LOG THRU SCAN-AUDIT-LOG-EXIT

           DISPLAY SPACES
           DISPLAY "  Insider customers:     " WS-IC-COUNT
           DISPLAY "  Insider accounts:      " WS-IA-COUNT
           DISPLAY "  Reversals:             " WS-REVERSAL-COUNT
           DISPLAY "  Fee waivers:           " WS-WAIVER-COUNT
           DISPLAY "  Overdraft interest:    " WS-ODINT-COUNT
           DISPLAY "  Overdrawn accounts:    " WS-OVERDRAWN-COUNT
           DISPLAY "  Self-dealt postings:   " WS-SELF-COUNT
           DISPLAY "    with no override:    " WS-UNAPPROVED-COUNT
           DISPLAY "  Maintenance actions:   " WS-MAINT-COUNT
           IF WS-IC-OVERFLOW > ZEROS OR WS-IA-OVERFLOW > ZEROS
               DISPLAY "  WARNING: insider table full - "
                   WS-IC-OVERFLOW " customer(s), " WS-IA-OVERFLOW
                   " account(s) left out"
           END-IF
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "INSIDERS " WS-IC-COUNT
                   "  ACCOUNTS " WS-IA-COUNT
                   "  REVERSALS " WS-REVERSAL-COUNT
                   "  FEE WAIVERS " WS-WAIVER-COUNT
                   "  OD INTEREST " WS-ODINT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "OVERDRAWN " WS-OVERDRAWN-COUNT
                   "  SELF-DEALT " WS-SELF-COUNT
                   "  NO OVERRIDE " WS-UNAPPROVED-COUNT
                   "  MAINTENANCE " WS-MAINT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               IF WS-IC-OVERFLOW > ZEROS OR WS-IA-OVERFLOW > ZEROS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "TABLE FULL - LEFT OUT " WS-IC-OVERFLOW
                       " CUSTOMER(S) " WS-IA-OVERFLOW " ACCOUNT(S)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
               CLOSE RPT-FILE
               MOVE 0 TO WS-RPT-OPEN-FLAG
               DISPLAY "  Report: " WS-RPT-FILENAME
           END-IF
           DISPLAY "========================================="

           IF WS-UNAPPROVED-COUNT > ZEROS
               OR WS-IC-OVERFLOW > ZEROS
               OR WS-IA-OVERFLOW > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-RPT-FILE.
           STRING "data/INSIDER-" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "INSIDER ACCOUNT EXCEPTION REPORT" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "BANKING DATE " WS-TODAY-DATE
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

       WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-SECTION-HEAD TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

      *================================================================*
      * Insider customers and their accounts                           *
      *================================================================*
       LOAD-INSIDERS.
           MOVE "INSIDERS ON FILE" TO WS-SECTION-HEAD
           PERFORM WRITE-SECTION-HEAD
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUSTOMER  NAME                  TYPE      "
               "OPERATOR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LOW-VALUES TO CUST-NO
           START CUST-FILE KEY IS GREATER THAN CUST-NO
               INVALID KEY
                   SET WS-CUST-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-NEXT-CUSTOMER THRU LOAD-NEXT-CUSTOMER-EXIT
               UNTIL WS-CUST-AT-EOF
           IF WS-IC-COUNT = ZEROS
               MOVE "  (no insiders designated)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
       LOAD-INSIDERS-EXIT.
           EXIT.

       LOAD-NEXT-CUSTOMER.
           READ CUST-FILE NEXT
               AT END
                   SET WS-CUST-AT-EOF TO TRUE
                   GO TO LOAD-NEXT-CUSTOMER-EXIT
           END-READ
           ADD 1 TO WS-CUSTS-SCANNED
           IF NOT CUST-IS-INSIDER
               GO TO LOAD-NEXT-CUSTOMER-EXIT
           END-IF
           IF WS-IC-COUNT >= 500
               ADD 1 TO WS-IC-OVERFLOW
               GO TO LOAD-NEXT-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-IC-COUNT
           MOVE CUST-NO           TO WS-IC-CUST-NO(WS-IC-COUNT)
           MOVE CUST-INSIDER-TYPE TO WS-IC-TYPE(WS-IC-COUNT)
           MOVE CUST-INSIDER-OPER TO WS-IC-OPER(WS-IC-COUNT)
           MOVE CUST-NAME(1:20)   TO WS-IC-NAME(WS-IC-COUNT)
           EVALUATE TRUE
               WHEN CUST-IS-EMPLOYEE MOVE "EMPLOYEE" TO WS-TYPE-NAME
               WHEN CUST-IS-DIRECTOR MOVE "DIRECTOR" TO WS-TYPE-NAME
               WHEN OTHER            MOVE "RELATED"  TO WS-TYPE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING CUST-NO "  " CUST-NAME(1:20) "  " WS-TYPE-NAME
               "  " CUST-INSIDER-OPER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       LOAD-NEXT-CUSTOMER-EXIT.
           EXIT.

      *    Every account linked to an insider is kept for the
      *    journal and audit passes; one standing below zero is
      *    listed as overdrawn.
       LOAD-INSIDER-ACCOUNTS.
           IF WS-IC-COUNT = ZEROS
               GO TO LOAD-INSIDER-ACCOUNTS-EXIT
           END-IF
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "WARNING: Cannot open account file - "
                   "insider accounts not reviewed."
               GO TO LOAD-INSIDER-ACCOUNTS-EXIT
           END-IF
           MOVE "OVERDRAWN INSIDER ACCOUNTS" TO WS-SECTION-HEAD
           PERFORM WRITE-SECTION-HEAD
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-ACCT-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-NEXT-ACCOUNT THRU LOAD-NEXT-ACCOUNT-EXIT
               UNTIL WS-ACCT-AT-EOF
           CLOSE ACCT-FILE
           IF WS-OVERDRAWN-COUNT = ZEROS
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
       LOAD-INSIDER-ACCOUNTS-EXIT.
           EXIT.

       LOAD-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-ACCT-AT-EOF TO TRUE
                   GO TO LOAD-NEXT-ACCOUNT-EXIT
           END-READ
           IF ACCT-CUST-NO NOT NUMERIC
               OR ACCT-CUST-NO = ZEROS
               GO TO LOAD-NEXT-ACCOUNT-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO WS-FIND-CUST
           PERFORM FIND-INSIDER-CUST
           IF NOT WS-IC-FOUND
               GO TO LOAD-NEXT-ACCOUNT-EXIT
           END-IF
           IF WS-IA-COUNT >= 2000
               ADD 1 TO WS-IA-OVERFLOW
               GO TO LOAD-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-IA-COUNT
           MOVE ACCT-NO   TO WS-IA-ACCT-NO(WS-IA-COUNT)
           MOVE WS-IC-IDX TO WS-IA-IC-IDX(WS-IA-COUNT)
           IF ACCT-BAL < ZEROS
               ADD 1 TO WS-OVERDRAWN-COUNT
               MOVE ACCT-BAL TO WS-DISP-BAL
               MOVE SPACES TO WS-RPT-LINE
               STRING ACCT-NO "  CUST " ACCT-CUST-NO "  "
                   WS-IC-NAME(WS-IC-IDX) "  BALANCE " WS-DISP-BAL
                   "  STATUS " ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
       LOAD-NEXT-ACCOUNT-EXIT.
           EXIT.

      *    Both lookups leave the index on the matching entry; the
      *    VARYING step runs once more after the hit, so it is
      *    backed off.
       FIND-INSIDER-CUST.
           MOVE 0 TO WS-IC-FOUND-FLAG
           PERFORM FIND-INSIDER-CUST-STEP
               VARYING WS-IC-IDX FROM 1 BY 1
               UNTIL WS-IC-IDX > WS-IC-COUNT OR WS-IC-FOUND
           IF WS-IC-FOUND
               SUBTRACT 1 FROM WS-IC-IDX
           END-IF.

       FIND-INSIDER-CUST-STEP.
           IF WS-IC-CUST-NO(WS-IC-IDX) = WS-FIND-CUST
               SET WS-IC-FOUND TO TRUE
           END-IF.

       FIND-INSIDER-ACCT.
           MOVE 0 TO WS-IA-FOUND-FLAG
           PERFORM FIND-INSIDER-ACCT-STEP
               VARYING WS-IA-IDX FROM 1 BY 1
               UNTIL WS-IA-IDX > WS-IA-COUNT OR WS-IA-FOUND
           IF WS-IA-FOUND
               SUBTRACT 1 FROM WS-IA-IDX
           END-IF.

       FIND-INSIDER-ACCT-STEP.
           IF WS-IA-ACCT-NO(WS-IA-IDX) = WS-FIND-ACCT
               SET WS-IA-FOUND TO TRUE
           END-IF.

      *================================================================*
      * The banking day's journal entries on insider accounts          *
      *================================================================*
       SCAN-JOURNAL.
           MOVE "JOURNAL EXCEPTIONS" TO WS-SECTION-HEAD
           PERFORM WRITE-SECTION-HEAD
           MOVE SPACES TO WS-RPT-LINE
           STRING "TXN ID      ACCOUNT   EXCEPTION            AMOUNT"
               "  CAT  OPERATOR  OVERRIDE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-IA-COUNT = ZEROS
               MOVE "  (no insider accounts)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO SCAN-JOURNAL-EXIT
           END-IF
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               MOVE "  (no journal)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO SCAN-JOURNAL-EXIT
           END-IF
           PERFORM CHECK-NEXT-TXN THRU CHECK-NEXT-TXN-EXIT
               UNTIL WS-TXN-AT-EOF
           CLOSE TXN-FILE.
       SCAN-JOURNAL-EXIT.
           EXIT.

      *    An entry is on an insider account when either its own or
      *    its transfer counterparty account is one. Reversals,
      *    overdraft interest and self-dealt postings are reported;
      *    a reversal of a fee-type entry is the fee waiver.
       CHECK-NEXT-TXN.
           READ TXN-FILE
               AT END
                   SET WS-TXN-AT-EOF TO TRUE
                   GO TO CHECK-NEXT-TXN-EXIT
           END-READ
           ADD 1 TO WS-TXNS-SCANNED
           IF TXN-DATE NOT = WS-TODAY-DATE
               GO TO CHECK-NEXT-TXN-EXIT
           END-IF
           MOVE TXN-ACCT-NO TO WS-FIND-ACCT
           PERFORM FIND-INSIDER-ACCT
           IF NOT WS-IA-FOUND
               AND TXN-XFER-ACCT NUMERIC
               AND TXN-XFER-ACCT > ZEROS
               MOVE TXN-XFER-ACCT TO WS-FIND-ACCT
               PERFORM FIND-INSIDER-ACCT
           END-IF
           IF NOT WS-IA-FOUND
               GO TO CHECK-NEXT-TXN-EXIT
           END-IF
           MOVE WS-FIND-ACCT TO WS-HIT-ACCT
           MOVE WS-IA-IC-IDX(WS-IA-IDX) TO WS-HIT-IC-IDX

           MOVE 0 TO WS-SELF-FLAG
           IF TXN-OPERATOR-ID NOT = SPACES
               AND WS-IC-OPER(WS-HIT-IC-IDX) NOT = SPACES
               AND TXN-OPERATOR-ID = WS-IC-OPER(WS-HIT-IC-IDX)
               SET WS-SELF-DEALT TO TRUE
           END-IF

           MOVE SPACES TO WS-EXC-LABEL
           EVALUATE TRUE
               WHEN TXN-IS-REVERSAL
                   AND (TXN-CAT-FEE OR TXN-CAT-RET-FEE
                        OR TXN-CAT-SDB-FEE OR TXN-CAT-OD-INT
                        OR TXN-CAT-CD-PENALTY OR TXN-CAT-NSF-FEE
                        OR TXN-CAT-OD-FEE)
                   MOVE "FEE WAIVER" TO WS-EXC-LABEL
                   ADD 1 TO WS-WAIVER-COUNT
               WHEN TXN-IS-REVERSAL
                   MOVE "REVERSAL" TO WS-EXC-LABEL
                   ADD 1 TO WS-REVERSAL-COUNT
               WHEN TXN-CAT-OD-INT
                   MOVE "OD INTEREST" TO WS-EXC-LABEL
                   ADD 1 TO WS-ODINT-COUNT
               WHEN WS-SELF-DEALT
                   MOVE "SELF-DEALT" TO WS-EXC-LABEL
               WHEN OTHER
                   GO TO CHECK-NEXT-TXN-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-SELF-NOTE
           IF WS-SELF-DEALT
               ADD 1 TO WS-SELF-COUNT
               IF TXN-OVERRIDE-ID = SPACES
                   ADD 1 TO WS-UNAPPROVED-COUNT
                   MOVE "NONE - SELF-DEALT" TO WS-SELF-NOTE
               ELSE
                   MOVE TXN-OVERRIDE-ID TO WS-SELF-NOTE
               END-IF
           ELSE
               MOVE TXN-OVERRIDE-ID TO WS-SELF-NOTE
           END-IF
           MOVE TXN-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING TXN-ID "  " WS-HIT-ACCT "  " WS-EXC-LABEL
               WS-DISP-AMT "  " TXN-CATEGORY " " TXN-OPERATOR-ID
               "  " WS-SELF-NOTE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-SELF-DEALT AND TXN-OVERRIDE-ID = SPACES
               DISPLAY "  " TXN-ID "  self-dealt by "
                   TXN-OPERATOR-ID " with no override"
           END-IF.
       CHECK-NEXT-TXN-EXIT.
           EXIT.

      *================================================================*
      * Maintenance actions logged against insider accounts            *
      *================================================================*
       SCAN-AUDIT-LOG.
           MOVE "MAINTENANCE ACTIONS" TO WS-SECTION-HEAD
           PERFORM WRITE-SECTION-HEAD
           MOVE SPACES TO WS-RPT-LINE
           STRING "TIME    OPERATOR  ACTION    ACCT/CUST "
               "DETAIL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               MOVE "  (no audit log)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO SCAN-AUDIT-LOG-EXIT
           END-IF
           PERFORM CHECK-NEXT-AUDIT THRU CHECK-NEXT-AUDIT-EXIT
               UNTIL WS-AUDIT-AT-EOF
           CLOSE AUDIT-FILE
           IF WS-MAINT-COUNT = ZEROS
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
       SCAN-AUDIT-LOG-EXIT.
           EXIT.

      *    Designation changes from INSDMNT carry the customer
      *    number and are always listed (a removal leaves no
      *    insider behind to match); every other action is listed
      *    when its account is an insider account.
       CHECK-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-AT-EOF TO TRUE
                   GO TO CHECK-NEXT-AUDIT-EXIT
           END-READ
           ADD 1 TO WS-AUDITS-SCANNED
           IF AUDIT-DATE NOT = WS-TODAY-DATE
               GO TO CHECK-NEXT-AUDIT-EXIT
           END-IF
           IF AUDIT-ACTION NOT = "INSIDER"
               AND AUDIT-ACTION NOT = "INSDDROP"
               IF AUDIT-ACCT-NO NOT NUMERIC
                   OR AUDIT-ACCT-NO = ZEROS
                   GO TO CHECK-NEXT-AUDIT-EXIT
               END-IF
               MOVE AUDIT-ACCT-NO TO WS-FIND-ACCT
               PERFORM FIND-INSIDER-ACCT
               IF NOT WS-IA-FOUND
                   GO TO CHECK-NEXT-AUDIT-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-MAINT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING AUDIT-TIME "  " AUDIT-OPERATOR-ID "  "
               AUDIT-ACTION "  " AUDIT-ACCT-NO "  " AUDIT-DETAIL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
       CHECK-NEXT-AUDIT-EXIT.
           EXIT.

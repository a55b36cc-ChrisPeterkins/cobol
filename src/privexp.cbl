       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVEXP.
      *================================================================*
      * PRIVEXP - Customer Data Access Export                          *
      * Supervised console operation for a customer's (or their        *
      * attorney's) request for everything the bank holds on them.     *
      * Takes a customer number and writes one report of every         *
      * record tied to it: the customer master, each account the       *
      * customer holds, the journal history of those accounts          *
      * (archived TXNHIST.dat and the live journal), holds, stop       *
      * payments, cards, signers, safe deposit boxes, contact log      *
      * notes, disputes, legal orders, loans, alerts, new-account      *
      * applications and audit log entries. Compliance-only material   *
      * - AML case notes and watchlist hits - is not read; WLHIT       *
      * audit entries and the watchlist result on an application are   *
      * left out. The export itself goes on the audit log.             *
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

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT HIST-FILE
               ASSIGN TO "data/TXNHIST.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TXN-FILE
               ASSIGN TO "data/TRANSACTIONS.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "data/HOLDS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STOP-FILE
               ASSIGN TO "data/STOPPAY.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-ID
               FILE STATUS IS WS-STOP-STATUS.

           SELECT CARD-FILE
               ASSIGN TO "data/CARDMAST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-ID
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SGNR-FILE
               ASSIGN TO "data/SIGNERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGNR-ID
               FILE STATUS IS WS-SGNR-STATUS.

           SELECT BOX-FILE
               ASSIGN TO "data/SDBMAST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOX-KEY
               FILE STATUS IS WS-BOX-STATUS.

           SELECT APPL-FILE
               ASSIGN TO "data/ACCTAPPL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT CLOG-FILE
               ASSIGN TO "data/CONTLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOG-ID
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT DISP-FILE
               ASSIGN TO "data/DISPUTES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-ID
               FILE STATUS IS WS-DISP-STATUS.

           SELECT LGL-FILE
               ASSIGN TO "data/LEGALORD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ID
               FILE STATUS IS WS-LGL-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "data/ALERTBOX.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

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

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  HIST-FILE.
       COPY TXNL-REC REPLACING LEADING ==TXN== BY ==HTXN==.

       FD  TXN-FILE.
       COPY TXNL-REC.

       FD  HOLD-FILE.
       COPY HOLD-REC.

       FD  STOP-FILE.
       COPY STOP-REC.

       FD  CARD-FILE.
       COPY CARD-REC.

       FD  SGNR-FILE.
       COPY SGNR-REC.

       FD  BOX-FILE.
       COPY BOX-REC.

       FD  APPL-FILE.
       COPY APPL-REC.

       FD  CLOG-FILE.
       COPY CLOG-REC.

       FD  DISP-FILE.
       COPY DISP-REC.

       FD  LGL-FILE.
       COPY LGL-REC.

       FD  ALERT-FILE.
       COPY ALERT-REC.

       FD  AUDIT-FILE.
       COPY AUDIT-REC.

       FD  OPERATOR-FILE.
       COPY OPER-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-FILE-MISSING  VALUE "35".
       01  WS-ACCT-STATUS        PIC XX.
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-FILE-MISSING  VALUE "35".
       01  WS-ACCT-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ACCT-IS-OPEN       VALUE 1.
       01  WS-LOAN-STATUS        PIC XX.
           88  WS-LOAN-OK            VALUE "00".
           88  WS-LOAN-FILE-MISSING  VALUE "35".
       01  WS-HIST-STATUS        PIC XX.
           88  WS-HIST-OK            VALUE "00".
           88  WS-HIST-FILE-MISSING  VALUE "35".
       01  WS-TXN-STATUS         PIC XX.
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-FILE-MISSING   VALUE "35".
       01  WS-HOLD-STATUS        PIC XX.
           88  WS-HOLD-OK            VALUE "00".
           88  WS-HOLD-FILE-MISSING  VALUE "35".
       01  WS-STOP-STATUS        PIC XX.
           88  WS-STOP-OK            VALUE "00".
           88  WS-STOP-FILE-MISSING  VALUE "35".
       01  WS-CARD-STATUS        PIC XX.
           88  WS-CARD-OK            VALUE "00".
           88  WS-CARD-FILE-MISSING  VALUE "35".
       01  WS-SGNR-STATUS        PIC XX.
           88  WS-SGNR-OK            VALUE "00".
           88  WS-SGNR-FILE-MISSING  VALUE "35".
       01  WS-BOX-STATUS         PIC XX.
           88  WS-BOX-OK             VALUE "00".
           88  WS-BOX-FILE-MISSING   VALUE "35".
       01  WS-APPL-STATUS        PIC XX.
           88  WS-APPL-OK            VALUE "00".
           88  WS-APPL-FILE-MISSING  VALUE "35".
       01  WS-CLOG-STATUS        PIC XX.
           88  WS-CLOG-OK            VALUE "00".
           88  WS-CLOG-FILE-MISSING  VALUE "35".
       01  WS-DISP-STATUS        PIC XX.
           88  WS-DISP-OK            VALUE "00".
           88  WS-DISP-FILE-MISSING  VALUE "35".
       01  WS-LGL-STATUS         PIC XX.
           88  WS-LGL-OK             VALUE "00".
           88  WS-LGL-FILE-MISSING   VALUE "35".
       01  WS-ALERT-STATUS       PIC XX.
           88  WS-ALERT-OK           VALUE "00".
           88  WS-ALERT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-STATUS       PIC XX.
           88  WS-AUDIT-OK           VALUE "00".
           88  WS-AUDIT-FILE-MISSING VALUE "35".
       01  WS-AUDIT-OPEN-FLAG    PIC 9 VALUE 0.
           88  WS-AUDIT-IS-OPEN      VALUE 1.

       01  WS-RPT-STATUS         PIC XX.
           88  WS-RPT-OK             VALUE "00".
       01  WS-RPT-OPEN-FLAG      PIC 9 VALUE 0.
           88  WS-RPT-IS-OPEN        VALUE 1.
       01  WS-RPT-FILENAME       PIC X(40).
       01  WS-RPT-LINE           PIC X(100).

       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-INPUT-ID           PIC X(8).

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
       01  WS-INPUT-PIN          PIC X(4).
       01  WS-PIN-INPUT          PIC X(4).
       01  WS-PIN-HASH           PIC 9(8).
       01  WS-HASH-WORK          PIC 9(12).
       01  WS-HASH-IDX           PIC 9.

       01  WS-INPUT-CUST         PIC X(8).
       01  WS-INPUT-REQ          PIC X(1).
       01  WS-CONFIRM            PIC X(1).
       01  WS-EXP-CUST           PIC 9(8).
       01  WS-REQUESTER          PIC X(8).
      *    "CUST nnnnnnnn", as BANKUI's customer-level audit details
      *    begin.
       01  WS-CUST-TAG           PIC X(13).

      *--- Accounts the customer holds; the journal, holds, stops,
      *    cards, signers, disputes, legal orders, alerts and audit
      *    entries are selected against this list.
       01  WS-EXP-ACCT-TABLE.
           05  WS-EXP-ACCT       PIC 9(8) OCCURS 200 TIMES.
       01  WS-EXP-ACCT-COUNT     PIC 9(3) VALUE 0.
       01  WS-EXP-IDX            PIC 9(3).
       01  WS-MATCH-ACCT         PIC 9(8).
       01  WS-ACCT-MATCH-FLAG    PIC 9 VALUE 0.
           88  WS-ACCT-MATCHED       VALUE 1.
       01  WS-ACCT-OVERFLOW-FLAG PIC 9 VALUE 0.
           88  WS-ACCT-OVERFLOWED    VALUE 1.

       01  WS-FILE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-FILE-AT-EOF        VALUE 1.
       01  WS-INCOMPLETE-FLAG    PIC 9 VALUE 0.
           88  WS-EXPORT-INCOMPLETE  VALUE 1.

      *--- Per-section heading and counts ---
       01  WS-SECT-TITLE         PIC X(50).
       01  WS-SECT-FILE-STATUS   PIC XX.
       01  WS-SECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-SECTIONS-DONE      PIC 9(3) VALUE 0.
       01  WS-RECORDS-OUT        PIC 9(7) VALUE 0.
       01  WS-DISP-COUNT         PIC Z,ZZZ,ZZ9.

       01  WS-RPT-AMT            PIC -$$$,$$$,$$9.99.
       01  WS-RPT-AMT2           PIC -$$$,$$$,$$9.99.
       01  WS-RPT-RATE           PIC Z9.9999.
       01  WS-MASKED-CARD        PIC X(16).

       01  WS-AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01  WS-AUDIT-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-AUDIT-TARGET       PIC 9(8) VALUE ZEROS.

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

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "========================================="
           DISPLAY "  CUSTOMER DATA ACCESS EXPORT"
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

           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "FATAL: Cannot open customer file."
               STOP RUN
           END-IF

           DISPLAY "Customer number (8 digits):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           MOVE FUNCTION NUMVAL(WS-INPUT-CUST) TO WS-EXP-CUST
           MOVE WS-EXP-CUST TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CUST-FILE
                   STOP RUN
           END-READ
           DISPLAY "  " CUST-NO " " CUST-NAME
               " TAX ID " CUST-TAX-ID

           DISPLAY "Requested by (C = customer, A = attorney "
               "or agent):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-INPUT-REQ
           EVALUATE FUNCTION UPPER-CASE(WS-INPUT-REQ)
               WHEN "C"
                   MOVE "CUSTOMER" TO WS-REQUESTER
               WHEN "A"
                   MOVE "ATTORNEY" TO WS-REQUESTER
               WHEN OTHER
                   DISPLAY "Requester must be C or A."
                   CLOSE CUST-FILE
                   STOP RUN
           END-EVALUATE

           DISPLAY "Produce the data export for this customer? "
               "(Y/N):"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Export cancelled."
               CLOSE CUST-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CUST-TAG
           STRING "CUST " WS-EXP-CUST
               DELIMITED BY SIZE INTO WS-CUST-TAG
           END-STRING
           PERFORM GET-CURRENT-DATETIME
           PERFORM OPEN-RPT-FILE
           IF NOT WS-RPT-IS-OPEN
               CLOSE CUST-FILE
               STOP RUN
           END-IF

           PERFORM EXPORT-CUSTOMER
           CLOSE CUST-FILE
           PERFORM EXPORT-ACCOUNTS THRU EXPORT-ACCOUNTS-EXIT
           PERFORM EXPORT-LOANS THRU EXPORT-LOANS-EXIT
           PERFORM EXPORT-ARCHIVED-JOURNAL
               THRU EXPORT-ARCHIVED-JOURNAL-EXIT
           PERFORM EXPORT-LIVE-JOURNAL THRU EXPORT-LIVE-JOURNAL-EXIT
           PERFORM EXPORT-HOLDS THRU EXPORT-HOLDS-EXIT
           PERFORM EXPORT-STOPS THRU EXPORT-STOPS-EXIT
           PERFORM EXPORT-CARDS THRU EXPORT-CARDS-EXIT
           PERFORM EXPORT-SIGNERS THRU EXPORT-SIGNERS-EXIT
           PERFORM EXPORT-BOXES THRU EXPORT-BOXES-EXIT
           PERFORM EXPORT-CONTACTS THRU EXPORT-CONTACTS-EXIT
           PERFORM EXPORT-DISPUTES THRU EXPORT-DISPUTES-EXIT
           PERFORM EXPORT-LEGAL-ORDERS THRU EXPORT-LEGAL-ORDERS-EXIT
           PERFORM EXPORT-ALERTS THRU EXPORT-ALERTS-EXIT
           PERFORM EXPORT-APPLICATIONS THRU EXPORT-APPLICATIONS-EXIT
           PERFORM EXPORT-AUDIT-ENTRIES THRU EXPORT-AUDIT-ENTRIES-EXIT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-EXPORT-INCOMPLETE
               MOVE "*** EXPORT INCOMPLETE - NOT EVERY FILE WAS READ"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "*** SEE THE SECTIONS MARKED UNAVAILABLE ABOVE"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE WS-RECORDS-OUT TO WS-DISP-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "END OF EXPORT - " WS-DISP-COUNT " RECORDS IN "
               WS-SECTIONS-DONE " SECTIONS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           CLOSE RPT-FILE
           MOVE 0 TO WS-RPT-OPEN-FLAG

      *    The audit log was read for the audit section above and
      *    is reopened for the export's own entry.
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
           MOVE WS-EXP-CUST TO WS-AUDIT-TARGET
           MOVE "PRIVEXP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           IF WS-EXPORT-INCOMPLETE
               STRING "PARTIAL FOR " WS-REQUESTER " " WS-RECORDS-OUT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
           ELSE
               STRING "EXPORT FOR " WS-REQUESTER " " WS-RECORDS-OUT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           IF WS-AUDIT-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: The export could not be written "
                   "to the audit log - record it by hand."
           END-IF

           DISPLAY SPACES
           DISPLAY "Export complete."
           MOVE WS-RECORDS-OUT TO WS-DISP-COUNT
           DISPLAY "  Records exported: " WS-DISP-COUNT
           DISPLAY "  Accounts held:    " WS-EXP-ACCT-COUNT
           IF WS-EXPORT-INCOMPLETE
               DISPLAY "  WARNING: One or more files could not be "
                   "read - the export is incomplete."
           END-IF
           DISPLAY "  Report: " WS-RPT-FILENAME
           DISPLAY "========================================="
           STOP RUN.

       GET-CURRENT-DATETIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           STRING WS-CURR-HH WS-CURR-MM WS-CURR-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.

      *    One report per customer per day; a second run the same
      *    day replaces it, and each run is audited.
       OPEN-RPT-FILE.
           STRING "data/PRIVEXP-" WS-EXP-CUST "-" WS-TODAY-DATE
               ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE "CUSTOMER DATA ACCESS EXPORT" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "CUSTOMER " WS-EXP-CUST
                   "  REQUESTED BY " WS-REQUESTER
                   "  PRODUCED " WS-TODAY-DATE " " WS-NOW-TIME
                   "  BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               DISPLAY "FATAL: Could not open report file: "
                   WS-RPT-STATUS
           END-IF.

       WRITE-RPT-LINE.
           IF WS-RPT-IS-OPEN
               MOVE WS-RPT-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    Section heading; the caller sets WS-SECT-TITLE.
       START-SECTION.
           MOVE 0 TO WS-SECT-COUNT
           MOVE 0 TO WS-FILE-EOF-FLAG
           ADD 1 TO WS-SECTIONS-DONE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-SECT-TITLE TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE(1:50)
           PERFORM WRITE-RPT-LINE.

       END-SECTION.
           IF WS-SECT-COUNT = ZEROS
               MOVE "  NONE ON RECORD" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           ADD WS-SECT-COUNT TO WS-RECORDS-OUT.

      *    A file that is not there holds nothing for anyone; any
      *    other open failure leaves the section unread, and the
      *    export is flagged incomplete on the report, the console
      *    and the audit entry.
       SECTION-UNAVAILABLE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ** FILE UNAVAILABLE - STATUS "
               WS-SECT-FILE-STATUS " - SECTION NOT EXPORTED **"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           SET WS-EXPORT-INCOMPLETE TO TRUE.

      *    Sets WS-ACCT-MATCHED when WS-MATCH-ACCT is one of the
      *    customer's accounts.
       FIND-EXP-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH-FLAG
           IF WS-MATCH-ACCT NOT NUMERIC OR WS-MATCH-ACCT = ZEROS
               GO TO FIND-EXP-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ONE-EXP-ACCOUNT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-ACCT-COUNT
               OR WS-ACCT-MATCHED.
       FIND-EXP-ACCOUNT-EXIT.
           EXIT.

       CHECK-ONE-EXP-ACCOUNT.
           IF WS-EXP-ACCT(WS-EXP-IDX) = WS-MATCH-ACCT
               SET WS-ACCT-MATCHED TO TRUE
           END-IF.

      *================================================================*
      * Customer master                                                *
      *================================================================*
       EXPORT-CUSTOMER.
           MOVE "CUSTOMER RECORD" TO WS-SECT-TITLE
           PERFORM START-SECTION
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CUSTOMER " CUST-NO "  STATUS " CUST-STATUS
               "  OPENED " CUST-OPEN-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NAME     " CUST-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ADDRESS  " CUST-ADDR-LINE1 " " CUST-ADDR-LINE2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "           " CUST-CITY " " CUST-STATE " "
               CUST-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PHONE    " CUST-PHONE "  TAX ID " CUST-TAX-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ID TYPE  " CUST-ID-TYPE "  NUMBER "
               CUST-ID-NUMBER "  ISSUER " CUST-ID-ISSUER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ID EXPIRES " CUST-ID-EXPIRY
               "  VERIFIED " CUST-ID-VERIF-DT
               " BY " CUST-ID-VERIF-BY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  INSIDER TYPE " CUST-INSIDER-TYPE
               "  RETURNED MAIL " CUST-RETMAIL-FLAG
               " " CUST-RETMAIL-DT
               "  DATE OF DEATH " CUST-DECEASED-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  MARKETING CONTACT OPT-OUT " CUST-CONTACT-OPT
               " " CUST-CONTACT-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 1 TO WS-SECT-COUNT
           PERFORM END-SECTION.

      *================================================================*
      * Accounts held - also builds the account list the later        *
      * sections select on                                             *
      *================================================================*
       EXPORT-ACCOUNTS.
           MOVE "ACCOUNTS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               IF NOT WS-ACCT-FILE-MISSING
                   MOVE WS-ACCT-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-ACCOUNTS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-ACCOUNT UNTIL WS-FILE-AT-EOF
           CLOSE ACCT-FILE
           IF WS-ACCT-OVERFLOWED
               MOVE "  ** MORE THAN 200 ACCOUNTS - ACTIVITY FOR THE "
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "  ** ACCOUNTS PAST 200 IS NOT EXPORTED **"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               SET WS-EXPORT-INCOMPLETE TO TRUE
           END-IF
           PERFORM END-SECTION.
       EXPORT-ACCOUNTS-EXIT.
           EXIT.

       EXPORT-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF ACCT-CUST-NO NUMERIC
                       AND ACCT-CUST-NO = WS-EXP-CUST
                       PERFORM EXPORT-THIS-ACCOUNT
                   END-IF
           END-READ.

       EXPORT-THIS-ACCOUNT.
           ADD 1 TO WS-SECT-COUNT
           IF WS-EXP-ACCT-COUNT < 200
               ADD 1 TO WS-EXP-ACCT-COUNT
               MOVE ACCT-NO TO WS-EXP-ACCT(WS-EXP-ACCT-COUNT)
           ELSE
               SET WS-ACCT-OVERFLOWED TO TRUE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACCOUNT " ACCT-NO "  TYPE " ACCT-TYPE
               "  PRODUCT " ACCT-PRODUCT "  STATUS " ACCT-STATUS
               "  OPENED " ACCT-OPEN-DT "  BRANCH " ACCT-BRANCH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    NAME " ACCT-NAME "  JOINT " ACCT-JOINT-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE ACCT-BAL TO WS-RPT-AMT
           MOVE ACCT-INT-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    BALANCE " WS-RPT-AMT " " ACCT-CURRENCY
               "  RATE " WS-RPT-RATE
               "  MATURES " ACCT-MATURITY-DT
               "  LINKED " ACCT-LINKED-ACCT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE ACCT-INT-YTD TO WS-RPT-AMT
           MOVE ACCT-INT-PRIOR-YR TO WS-RPT-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    INTEREST THIS YEAR " WS-RPT-AMT
               "  LAST YEAR " WS-RPT-AMT2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF ACCT-POD-NAME NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "    PAYABLE ON DEATH TO " ACCT-POD-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

      *================================================================*
      * Loans                                                          *
      *================================================================*
       EXPORT-LOANS.
           MOVE "LOANS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT LOAN-FILE
           IF NOT WS-LOAN-OK
               IF NOT WS-LOAN-FILE-MISSING
                   MOVE WS-LOAN-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-LOANS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-LOAN UNTIL WS-FILE-AT-EOF
           CLOSE LOAN-FILE
           PERFORM END-SECTION.
       EXPORT-LOANS-EXIT.
           EXIT.

       EXPORT-NEXT-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF LOAN-CUST-NO = WS-EXP-CUST
                       PERFORM EXPORT-THIS-LOAN
                   END-IF
           END-READ.

       EXPORT-THIS-LOAN.
           ADD 1 TO WS-SECT-COUNT
           MOVE LOAN-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOAN " LOAN-NO "  TYPE " LOAN-TYPE
               "  STATUS " LOAN-STATUS "  OPENED " LOAN-OPEN-DT
               "  RATE " WS-RPT-RATE "  TERM " LOAN-TERM-MONTHS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    NAME " LOAN-NAME
               "  FUNDING ACCOUNT " LOAN-FUND-ACCT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LOAN-PRINCIPAL TO WS-RPT-AMT
           MOVE LOAN-BALANCE TO WS-RPT-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    PRINCIPAL " WS-RPT-AMT
               "  BALANCE " WS-RPT-AMT2
               "  NEXT DUE " LOAN-NEXT-DUE-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LOAN-PAID-PRINC TO WS-RPT-AMT
           MOVE LOAN-PAID-INT TO WS-RPT-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    PRINCIPAL PAID " WS-RPT-AMT
               "  INTEREST PAID " WS-RPT-AMT2
               "  LAST PAID " LOAN-LAST-PAID-DT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LOAN-PMT-AMT TO WS-RPT-AMT
           MOVE LOAN-ESCROW-BAL TO WS-RPT-AMT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "    PAYMENT " WS-RPT-AMT
               "  ESCROW BALANCE " WS-RPT-AMT2
               "  AUTOPAY " LOAN-AUTOPAY-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *================================================================*
      * Journal history - archive first, then the live journal         *
      *================================================================*
       EXPORT-ARCHIVED-JOURNAL.
           MOVE "TRANSACTION HISTORY - ARCHIVED" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
               IF NOT WS-HIST-FILE-MISSING
                   MOVE WS-HIST-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-ARCHIVED-JOURNAL-EXIT
           END-IF
           PERFORM EXPORT-NEXT-HIST UNTIL WS-FILE-AT-EOF
           CLOSE HIST-FILE
           PERFORM END-SECTION.
       EXPORT-ARCHIVED-JOURNAL-EXIT.
           EXIT.

       EXPORT-NEXT-HIST.
           READ HIST-FILE
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE HTXN-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE HTXN-AMOUNT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " HTXN-DATE " " HTXN-TIME " "
                           HTXN-ID " " HTXN-ACCT-NO " "
                           HTXN-TYPE " " WS-RPT-AMT " "
                           HTXN-CURRENCY " " HTXN-STATUS " "
                           HTXN-DESC
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

       EXPORT-LIVE-JOURNAL.
           MOVE "TRANSACTION HISTORY - CURRENT JOURNAL"
               TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               IF NOT WS-TXN-FILE-MISSING
                   MOVE WS-TXN-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-LIVE-JOURNAL-EXIT
           END-IF
           PERFORM EXPORT-NEXT-TXN UNTIL WS-FILE-AT-EOF
           CLOSE TXN-FILE
           PERFORM END-SECTION.
       EXPORT-LIVE-JOURNAL-EXIT.
           EXIT.

       EXPORT-NEXT-TXN.
           READ TXN-FILE
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE TXN-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE TXN-AMOUNT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " TXN-DATE " " TXN-TIME " "
                           TXN-ID " " TXN-ACCT-NO " "
                           TXN-TYPE " " WS-RPT-AMT " "
                           TXN-CURRENCY " " TXN-STATUS " "
                           TXN-DESC
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Holds                                                          *
      *================================================================*
       EXPORT-HOLDS.
           MOVE "DEPOSIT HOLDS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               IF NOT WS-HOLD-FILE-MISSING
                   MOVE WS-HOLD-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-HOLDS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-HOLD UNTIL WS-FILE-AT-EOF
           CLOSE HOLD-FILE
           PERFORM END-SECTION.
       EXPORT-HOLDS-EXIT.
           EXIT.

       EXPORT-NEXT-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE HOLD-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE HOLD-AMOUNT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  HOLD " HOLD-ID "  ACCOUNT "
                           HOLD-ACCT-NO " " WS-RPT-AMT
                           "  PLACED " HOLD-DEPOSIT-DT
                           "  RELEASES " HOLD-RELEASE-DT
                           "  STATUS " HOLD-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Stop payments                                                  *
      *================================================================*
       EXPORT-STOPS.
           MOVE "STOP PAYMENTS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT STOP-FILE
           IF NOT WS-STOP-OK
               IF NOT WS-STOP-FILE-MISSING
                   MOVE WS-STOP-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-STOPS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-STOP UNTIL WS-FILE-AT-EOF
           CLOSE STOP-FILE
           PERFORM END-SECTION.
       EXPORT-STOPS-EXIT.
           EXIT.

       EXPORT-NEXT-STOP.
           READ STOP-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE STOP-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE STOP-AMOUNT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  STOP " STOP-ID "  ACCOUNT "
                           STOP-ACCT-NO "  CHECKS " STOP-SERIAL-FROM
                           "-" STOP-SERIAL-TO " " WS-RPT-AMT
                           "  PLACED " STOP-PLACED-DT
                           "  EXPIRES " STOP-EXPIRY-DT
                           "  STATUS " STOP-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Cards - the number is shown by its last four digits only, as   *
      * on a statement                                                 *
      *================================================================*
       EXPORT-CARDS.
           MOVE "CARDS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT CARD-FILE
           IF NOT WS-CARD-OK
               IF NOT WS-CARD-FILE-MISSING
                   MOVE WS-CARD-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-CARDS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-CARD UNTIL WS-FILE-AT-EOF
           CLOSE CARD-FILE
           PERFORM END-SECTION.
       EXPORT-CARDS-EXIT.
           EXIT.

       EXPORT-NEXT-CARD.
           READ CARD-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE CARD-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       PERFORM EXPORT-THIS-CARD
                   END-IF
           END-READ.

       EXPORT-THIS-CARD.
           ADD 1 TO WS-SECT-COUNT
           MOVE ALL "*" TO WS-MASKED-CARD
           MOVE CARD-ID(13:4) TO WS-MASKED-CARD(13:4)
           MOVE CARD-DAILY-LIMIT TO WS-RPT-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CARD " WS-MASKED-CARD "  ACCOUNT " CARD-ACCT-NO
               "  " CARD-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    STATUS " CARD-STATUS "  ISSUED " CARD-ISSUED-DT
               "  EXPIRES " CARD-EXPIRY "  DAILY LIMIT " WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      *================================================================*
      * Signers - on the customer's accounts, and wherever the         *
      * customer is a signer on someone else's account                 *
      *================================================================*
       EXPORT-SIGNERS.
           MOVE "AUTHORIZED SIGNERS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT SGNR-FILE
           IF NOT WS-SGNR-OK
               IF NOT WS-SGNR-FILE-MISSING
                   MOVE WS-SGNR-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-SIGNERS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-SIGNER UNTIL WS-FILE-AT-EOF
           CLOSE SGNR-FILE
           PERFORM END-SECTION.
       EXPORT-SIGNERS-EXIT.
           EXIT.

       EXPORT-NEXT-SIGNER.
           READ SGNR-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE SGNR-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF SGNR-CUST-NO NUMERIC
                       AND SGNR-CUST-NO = WS-EXP-CUST
                       SET WS-ACCT-MATCHED TO TRUE
                   END-IF
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  SIGNER " SGNR-ID "  ACCOUNT "
                           SGNR-ACCT-NO "  " SGNR-NAME
                           "  CUSTOMER " SGNR-CUST-NO
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    AUTHORITY " SGNR-AUTH-LEVEL
                           "  STATUS " SGNR-STATUS
                           "  EFFECTIVE " SGNR-EFF-DT
                           "  REVOKED " SGNR-REVOKED-DT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Safe deposit boxes                                             *
      *================================================================*
       EXPORT-BOXES.
           MOVE "SAFE DEPOSIT BOXES" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT BOX-FILE
           IF NOT WS-BOX-OK
               IF NOT WS-BOX-FILE-MISSING
                   MOVE WS-BOX-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-BOXES-EXIT
           END-IF
           PERFORM EXPORT-NEXT-BOX UNTIL WS-FILE-AT-EOF
           CLOSE BOX-FILE
           PERFORM END-SECTION.
       EXPORT-BOXES-EXIT.
           EXIT.

       EXPORT-NEXT-BOX.
           READ BOX-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF BOX-CUST-NO = WS-EXP-CUST
                       ADD 1 TO WS-SECT-COUNT
                       MOVE BOX-ANNUAL-FEE TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  BRANCH " BOX-BRANCH "  BOX " BOX-NO
                           "  SIZE " BOX-SIZE-CODE
                           "  STATUS " BOX-STATUS
                           "  RENTED " BOX-RENTED-DT
                           "  FEE " WS-RPT-AMT
                           "  BILLED TO " BOX-BILL-ACCT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * New-account applications                                       *
      * The watchlist result is compliance material and not shown.     *
      *================================================================*
       EXPORT-APPLICATIONS.
           MOVE "NEW-ACCOUNT APPLICATIONS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT APPL-FILE
           IF NOT WS-APPL-OK
               IF NOT WS-APPL-FILE-MISSING
                   MOVE WS-APPL-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-APPLICATIONS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-APPLICATION UNTIL WS-FILE-AT-EOF
           CLOSE APPL-FILE
           PERFORM END-SECTION.
       EXPORT-APPLICATIONS-EXIT.
           EXIT.

       EXPORT-NEXT-APPLICATION.
           READ APPL-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF APPL-CUST-NO = WS-EXP-CUST
                       ADD 1 TO WS-SECT-COUNT
                       MOVE APPL-DEPOSIT-AMT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  APPL " APPL-ID
                           "  STATUS " APPL-STATUS
                           "  PRODUCT " APPL-PRODUCT
                           "  TYPE " APPL-TYPE
                           "  DEPOSIT " WS-RPT-AMT
                           "  KEYED " APPL-KEYED-DT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    NAME " APPL-NAME
                           "  JOINT " APPL-JOINT-NAME
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       IF NOT APPL-IS-PENDING
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "    DECIDED " APPL-DECIDED-DT
                               "  ACCOUNT " APPL-ACCT-NO
                               "  REASON " APPL-REASON
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-RPT-LINE
                       END-IF
                   END-IF
           END-READ.

      *================================================================*
      * Contact log notes                                              *
      *================================================================*
       EXPORT-CONTACTS.
           MOVE "CONTACT LOG NOTES" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT CLOG-FILE
           IF NOT WS-CLOG-OK
               IF NOT WS-CLOG-FILE-MISSING
                   MOVE WS-CLOG-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-CONTACTS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-CONTACT UNTIL WS-FILE-AT-EOF
           CLOSE CLOG-FILE
           PERFORM END-SECTION.
       EXPORT-CONTACTS-EXIT.
           EXIT.

       EXPORT-NEXT-CONTACT.
           READ CLOG-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF CLOG-CUST-NO = WS-EXP-CUST
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " CLOG-DATE " " CLOG-TIME " "
                           CLOG-TYPE " " CLOG-OPERATOR-ID " "
                           CLOG-BRANCH "  FOLLOW-UP "
                           CLOG-FOLLOWUP-DT " " CLOG-DONE-FLAG
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    " CLOG-TEXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Disputes                                                       *
      *================================================================*
       EXPORT-DISPUTES.
           MOVE "DISPUTES" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT DISP-FILE
           IF NOT WS-DISP-OK
               IF NOT WS-DISP-FILE-MISSING
                   MOVE WS-DISP-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-DISPUTES-EXIT
           END-IF
           PERFORM EXPORT-NEXT-DISPUTE UNTIL WS-FILE-AT-EOF
           CLOSE DISP-FILE
           PERFORM END-SECTION.
       EXPORT-DISPUTES-EXIT.
           EXIT.

       EXPORT-NEXT-DISPUTE.
           READ DISP-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE DISP-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE DISP-PROV-AMT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  DISPUTE " DISP-ID "  ACCOUNT "
                           DISP-ACCT-NO "  TXN " DISP-TXN-ID
                           "  REASON " DISP-REASON
                           "  STATUS " DISP-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    OPENED " DISP-OPENED-DT
                           "  DEADLINE " DISP-DEADLINE-DT
                           "  RESOLVED " DISP-RESOLVED-DT
                           "  PROVISIONAL CREDIT " WS-RPT-AMT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Legal orders                                                   *
      *================================================================*
       EXPORT-LEGAL-ORDERS.
           MOVE "LEGAL ORDERS" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT LGL-FILE
           IF NOT WS-LGL-OK
               IF NOT WS-LGL-FILE-MISSING
                   MOVE WS-LGL-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-LEGAL-ORDERS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-LEGAL-ORDER UNTIL WS-FILE-AT-EOF
           CLOSE LGL-FILE
           PERFORM END-SECTION.
       EXPORT-LEGAL-ORDERS-EXIT.
           EXIT.

       EXPORT-NEXT-LEGAL-ORDER.
           READ LGL-FILE NEXT
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE LGL-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE LGL-AMOUNT TO WS-RPT-AMT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  ORDER " LGL-ID "  ACCOUNT "
                           LGL-ACCT-NO "  " LGL-AUTHORITY
                           "  CASE " LGL-CASE-NO
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    AMOUNT " WS-RPT-AMT
                           "  RECEIVED " LGL-RECEIVED-DT
                           "  ANSWERED " LGL-ANSWER-DT
                           "  STATUS " LGL-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Alerts sent                                                    *
      *================================================================*
       EXPORT-ALERTS.
           MOVE "ALERTS SENT" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT ALERT-FILE
           IF NOT WS-ALERT-OK
               IF NOT WS-ALERT-FILE-MISSING
                   MOVE WS-ALERT-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-ALERTS-EXIT
           END-IF
           PERFORM EXPORT-NEXT-ALERT UNTIL WS-FILE-AT-EOF
           CLOSE ALERT-FILE
           PERFORM END-SECTION.
       EXPORT-ALERTS-EXIT.
           EXIT.

       EXPORT-NEXT-ALERT.
           READ ALERT-FILE
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE ALERT-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF ALERT-CUST-NO NUMERIC
                       AND ALERT-CUST-NO = WS-EXP-CUST
                       SET WS-ACCT-MATCHED TO TRUE
                   END-IF
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE ALERT-AMOUNT TO WS-RPT-AMT
                       MOVE ALERT-BALANCE TO WS-RPT-AMT2
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " ALERT-DATE " " ALERT-TIME " "
                           ALERT-EVENT "  ACCOUNT " ALERT-ACCT-NO
                           " " WS-RPT-AMT "  BAL " WS-RPT-AMT2
                           "  TO " ALERT-ADDRESS
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *================================================================*
      * Audit log - entries against any of the customer's accounts,   *
      * and customer-level entries: those carrying the customer        *
      * number (CUSTMRG, this export) and the BANKUI household and     *
      * returned-mail entries, which carry no account and name the     *
      * customer in the detail. Watchlist hits (WLHIT) are             *
      * compliance-only and are not exported.                          *
      *================================================================*
       EXPORT-AUDIT-ENTRIES.
           MOVE "AUDIT LOG ENTRIES" TO WS-SECT-TITLE
           PERFORM START-SECTION
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               IF NOT WS-AUDIT-FILE-MISSING
                   MOVE WS-AUDIT-STATUS TO WS-SECT-FILE-STATUS
                   PERFORM SECTION-UNAVAILABLE
               END-IF
               PERFORM END-SECTION
               GO TO EXPORT-AUDIT-ENTRIES-EXIT
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-IS-OPEN TO TRUE
           END-IF
           PERFORM EXPORT-NEXT-AUDIT UNTIL WS-FILE-AT-EOF
           CLOSE AUDIT-FILE
           IF WS-ACCT-IS-OPEN
               CLOSE ACCT-FILE
               MOVE 0 TO WS-ACCT-OPEN-FLAG
           END-IF
           PERFORM END-SECTION.
       EXPORT-AUDIT-ENTRIES-EXIT.
           EXIT.

       EXPORT-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-FILE-AT-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-ACCT-NO TO WS-MATCH-ACCT
                   PERFORM FIND-EXP-ACCOUNT
                       THRU FIND-EXP-ACCOUNT-EXIT
                   IF AUDIT-ACCT-NO = ZEROS
                       AND AUDIT-DETAIL(1:13) = WS-CUST-TAG
                       SET WS-ACCT-MATCHED TO TRUE
                   END-IF
                   IF NOT WS-ACCT-MATCHED
                       AND AUDIT-ACCT-NO = WS-EXP-CUST
                       PERFORM CHECK-CUSTOMER-AUDIT
                           THRU CHECK-CUSTOMER-AUDIT-EXIT
                   END-IF
                   IF AUDIT-ACTION = "WLHIT"
                       MOVE 0 TO WS-ACCT-MATCH-FLAG
                   END-IF
                   IF WS-ACCT-MATCHED
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " AUDIT-DATE " " AUDIT-TIME " "
                           AUDIT-OPERATOR-ID " " AUDIT-ACTION " "
                           AUDIT-ACCT-NO " " AUDIT-DETAIL
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
           END-READ.

      *    The audit log's account field also carries customer
      *    numbers. An entry whose number is the customer's is taken
      *    as customer-level unless an account of that number
      *    exists - then it is another holder's account and stays
      *    out of the export.
       CHECK-CUSTOMER-AUDIT.
           IF NOT WS-ACCT-IS-OPEN
               SET WS-ACCT-MATCHED TO TRUE
               GO TO CHECK-CUSTOMER-AUDIT-EXIT
           END-IF
           MOVE AUDIT-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   SET WS-ACCT-MATCHED TO TRUE
           END-READ.
       CHECK-CUSTOMER-AUDIT-EXIT.
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

      *    The export gathers everything held on a customer, so only
      *    an active, PIN-verified supervisor gets in - same sign-on
      *    CUSTMRG and ESTDISB use.
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
           MOVE "PRIVEXP" TO WS-ENT-FUNC
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
           PERFORM HASH-ONE-PIN-DIGIT
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 4
           MOVE WS-HASH-WORK TO WS-PIN-HASH.

       HASH-ONE-PIN-DIGIT.
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 131
                   + FUNCTION ORD(WS-PIN-INPUT(WS-HASH-IDX:1))
                   * 7, 99999989).

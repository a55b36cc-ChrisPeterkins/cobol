               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TXN-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DISP-FILE
               RECORD KEY IS BR-CODE
               FILE STATUS IS WS-BR-STATUS.

      *    Product master is reference data, shared by training.
           SELECT PROD-FILE
               ASSIGN TO "data/PRODUCTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

      *    Rate promotion table, likewise shared reference data.
           SELECT PROMO-FILE
               ASSIGN TO "data/PROMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT FX-FILE
               ASSIGN TO DYNAMIC WS-PATH-FXRATES
               ORGANIZATION IS INDEXED
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLTR-FILE
               ASSIGN TO DYNAMIC WS-PATH-CASHITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLTR-ITEM-ID
               FILE STATUS IS WS-CLTR-STATUS.

           SELECT STOP-FILE
               ASSIGN TO DYNAMIC WS-PATH-STOPPAY
               ORGANIZATION IS INDEXED
               RECORD KEY IS STOP-ID
               FILE STATUS IS WS-STOP-STATUS.

           SELECT DMND-FILE
               ASSIGN TO DYNAMIC WS-PATH-MANDATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMND-KEY
               FILE STATUS IS WS-DMND-STATUS.

           SELECT BENE-FILE
               ASSIGN TO DYNAMIC WS-PATH-BENEFIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ROLE-FILE
               ASSIGN TO "data/ROLES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT OFCHK-FILE
               ASSIGN TO "data/OFCHKREG.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLOG-ID
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT HHLD-FILE
               ASSIGN TO DYNAMIC WS-PATH-HOUSEHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLD-STATUS.

           SELECT MEMO-FILE
               ASSIGN TO "data/ACCTMEMO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT FDX-FILE
               ASSIGN TO "data/FDXWHSE.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MNTP-ID
               FILE STATUS IS WS-MNTP-STATUS.

           SELECT APPL-FILE
               ASSIGN TO "data/ACCTAPPL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT SESS-FILE
               ASSIGN TO "data/OPERSESS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-KEY
               FILE STATUS IS WS-SESS-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "data/LOANS.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOANF-STATUS.

           SELECT PERD-FILE
               ASSIGN TO "data/PERIODS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT DVER-FILE
               ASSIGN TO "data/ATMDVER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVER-TXN-ID
               ALTERNATE RECORD KEY IS DVER-TERM-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-DVER-STATUS.

           SELECT DEPQ-FILE
               ASSIGN TO DYNAMIC WS-DQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BR-FILE.
       COPY BRANCH-REC.

       FD  PROD-FILE.
       COPY PROD-REC.

       FD  PROMO-FILE.
       COPY PROMO-REC.

       FD  FX-FILE.
       COPY FX-REC.

       FD  HOLD-FILE.
       COPY HOLD-REC.

       FD  CLTR-FILE.
       COPY CLTR-REC.

       FD  STOP-FILE.
       COPY STOP-REC.

       FD  DMND-FILE.
       COPY DMND-REC.

       FD  BENE-FILE.
       COPY BENE-REC.

       FD  RATE-FILE.
       COPY RATE-REC.

       FD  ROLE-FILE.
       COPY ROLE-REC.

       FD  OFCHK-FILE.
       COPY OFCHK-REC.

       FD  CLOG-FILE.
       COPY CLOG-REC.

       FD  HHLD-FILE.
       COPY HHLD-REC.

       FD  MEMO-FILE.
       COPY MEMO-REC.

       FD  FDX-FILE.
       COPY FDX-REC.

       FD  MNTP-FILE.
       COPY MNTP-REC.

       FD  APPL-FILE.
       COPY APPL-REC.

       FD  SESS-FILE.
       COPY SESS-REC.

       FD  LOAN-FILE.
       COPY LOAN-REC.

       FD  PERD-FILE.
       COPY PERD-REC.

       FD  DVER-FILE.
       COPY DVER-REC.

       FD  DEPQ-FILE.
       01  DEPQ-REC                 PIC X(80).

                                 VALUE "data/BENEFIC.dat".
       01  WS-PATH-BRANCHES       PIC X(40)
                                 VALUE "data/BRANCHES.dat".
       01  WS-PATH-CASHITEM       PIC X(40)
                                 VALUE "data/CASHITEM.dat".
       01  WS-PATH-CUSTOMERS      PIC X(40)
                                 VALUE "data/CUSTOMERS.dat".
       01  WS-PATH-DISPUTES       PIC X(40)
                                 VALUE "data/FXRATES.dat".
       01  WS-PATH-HOLDS          PIC X(40)
                                 VALUE "data/HOLDS.dat".
       01  WS-PATH-HOUSEHLD       PIC X(40)
                                 VALUE "data/HOUSEHLD.dat".
       01  WS-PATH-MANDATES       PIC X(40)
                                 VALUE "data/MANDATES.dat".
       01  WS-PATH-OPERATORS      PIC X(40)
                                 VALUE "data/OPERATORS.dat".
       01  WS-PATH-PAYREQ         PIC X(40)
           88  WS-RATE-IS-OPEN       VALUE 1.
       01  WS-RATE-OPEN-TRIED    PIC 9 VALUE 0.
           88  WS-RATE-WAS-TRIED     VALUE 1.

      *--- Function entitlement (ROLES.dat, kept in OPERADM) ---
       01  WS-ROLE-STATUS        PIC XX.
           88  WS-ROLE-OK            VALUE "00".
       01  WS-ROLE-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-ROLE-IS-OPEN       VALUE 1.
      *    Role of the signed-on operator; spaces (no operator file,
      *    signed on as UNKNOWN) is unrestricted.
       01  WS-ENT-ROLE           PIC X(8) VALUE SPACES.
       01  WS-ENT-KEY            PIC X(2).
       01  WS-ENT-FUNC           PIC X(8).
       01  WS-ENT-IDX            PIC 9(3).
       01  WS-ENT-FLAG           PIC 9 VALUE 0.
           88  WS-ENT-GRANTED        VALUE 1.
       COPY FUNC-CAT.
       01  WS-RATE-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE     VALUE 1.
       01  WS-APPLY-RATE         PIC 9(2)V9(4) VALUE ZEROS.
      *    Rate table the account in hand reads: its product's, or
      *    its own ACCT-TYPE when it has no product on file.
       01  WS-RATE-TABLE         PIC X(1) VALUE SPACES.
       01  WS-TIER-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-TIER-FOUND         VALUE 1.

           88  WS-KEY-F8                VALUE 1008.
           88  WS-KEY-F9                VALUE 1009.
           88  WS-KEY-F12               VALUE 1012.
           88  WS-KEY-TIMEOUT           VALUE 8001.

      *--- File status codes ---
       01  WS-ACCT-STATUS            PIC XX.
           88  WS-ACCT-DUP-KEY          VALUE "22".
           88  WS-ACCT-NOT-FOUND        VALUE "23".
           88  WS-ACCT-FILE-MISSING     VALUE "35".
           88  WS-ACCT-LOCKED           VALUE "51".

       01  WS-TXN-STATUS             PIC XX.
           88  WS-TXN-OK                VALUE "00".
           88  WS-CUST-DUP-KEY          VALUE "22".
           88  WS-CUST-NOT-FOUND        VALUE "23".
           88  WS-CUST-FILE-MISSING     VALUE "35".
           88  WS-CUST-LOCKED           VALUE "51".

       01  WS-FX-STATUS              PIC XX.
           88  WS-FX-OK                 VALUE "00".
           88  WS-BR-FILE-MISSING        VALUE "35".
       01  WS-BR-OPEN-FLAG           PIC 9 VALUE 0.
           88  WS-BR-IS-OPEN             VALUE 1.
       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                VALUE "00".
       01  WS-PROD-OPEN-FLAG         PIC 9 VALUE 0.
           88  WS-PROD-IS-OPEN           VALUE 1.
       01  WS-PROMO-STATUS           PIC XX.
           88  WS-PROMO-OK               VALUE "00".
       01  WS-PROMO-OPEN-FLAG        PIC 9 VALUE 0.
           88  WS-PROMO-IS-OPEN          VALUE 1.
       01  WS-BR-CLOSED-FLAG         PIC 9 VALUE 0.
           88  WS-ACCT-BR-CLOSED         VALUE 1.
       01  WS-CSV-BR-NAME            PIC X(20).
       01  WS-INP-SUP-ID             PIC X(8) VALUE SPACES.
       01  WS-INP-SUP-PIN            PIC X(4) VALUE SPACES.
       01  WS-LIMIT-CHECK-AMT        PIC 9(7)V99 VALUE ZEROS.
      *    Reason shown on the override screen in place of the
      *    over-limit text; spaces for the limit wording.
       01  WS-OVERRIDE-REASON        PIC X(60) VALUE SPACES.

      *--- Program flow control ---
       01  WS-PROGRAM-DONE           PIC 9 VALUE 0.
      *--- Create account input fields ---
       01  WS-INP-NAME               PIC X(30) VALUE SPACES.
       01  WS-INP-TYPE               PIC X(1) VALUE SPACES.
       01  WS-INP-PRODUCT            PIC X(4) VALUE SPACES.
      *    Product the new account opens on (spaces when there is no
      *    product master), and the opening minimum that applies.
       01  WS-OPEN-PRODUCT           PIC X(4) VALUE SPACES.
       01  WS-OPEN-MIN-DEPOSIT       PIC 9(5)V99 VALUE ZEROS.
      *    Rate promotion keyed at opening (spaces for none) and the
      *    date its rate runs out: the open date plus the promotion's
      *    term, held to the last day of a shorter month.
       01  WS-INP-PROMO              PIC X(6) VALUE SPACES.
       01  WS-OPEN-PROMO             PIC X(6) VALUE SPACES.
       01  WS-OPEN-PROMO-EXP         PIC 9(8) VALUE ZEROS.
       01  WS-PROMO-TALLY            PIC 9(2) VALUE 0.
       01  WS-PX-DATE.
           05  WS-PX-YEAR            PIC 9(4).
           05  WS-PX-MONTH           PIC 9(2).
           05  WS-PX-DAY             PIC 9(2).
       01  WS-PX-DATE-N REDEFINES WS-PX-DATE PIC 9(8).
       01  WS-PX-MONTHS              PIC 9(6) VALUE ZEROS.
       01  WS-PX-FIRST               PIC 9(8) VALUE ZEROS.
       01  WS-PX-NEXT-FIRST          PIC 9(8) VALUE ZEROS.
       01  WS-PX-MONTH-DAYS          PIC 9(2) VALUE ZEROS.
       01  WS-TERM-IDX               PIC 9 VALUE 0.
       01  WS-TERM-FLAG              PIC 9 VALUE 0.
           88  WS-TERM-OFFERED           VALUE 1.
       01  WS-INP-DEPOSIT            PIC X(12) VALUE SPACES.
       01  WS-DEPOSIT-AMT            PIC 9(9)V99 VALUE ZEROS.
       01  WS-INP-OD-LIMIT           PIC X(12) VALUE SPACES.
       01  WS-DISP-CUST-OPEN-DT      PIC 9(8).
       01  WS-DISP-CUST-STATUS       PIC X(6).
       01  WS-DISP-CUST-ACCTS        PIC ZZ9.
       01  WS-DISP-CUST-MAIL         PIC X(30).
       01  WS-DISP-CUST-MKTG         PIC X(12).
       01  WS-RETMAIL-CLEAR-FLAG     PIC 9 VALUE 0.
           88  WS-RETMAIL-CLEARED        VALUE 1.
      *    Banner for the shared number-prompt screen (CUST-NO-SCR).
       01  WS-PROMPT-TITLE           PIC X(20)
                                     VALUE "CUSTOMER LOOKUP".
           88  WS-LOANF-IS-OPEN      VALUE 1.
       01  WS-LOANF-TRIED-FLAG   PIC 9 VALUE 0.
           88  WS-LOANF-WAS-TRIED    VALUE 1.

      *--- Accounting periods closed by PERCLOSE. A back-dated
      *    value date may not fall inside one; the period file is
      *    opened only for the check. ---
       01  WS-PERD-STATUS        PIC XX.
           88  WS-PERD-OK            VALUE "00".
       01  WS-PERD-CHECK-DATE    PIC 9(8).
       01  WS-PERD-CLOSED-FLAG   PIC 9 VALUE 0.
           88  WS-PERIOD-IS-CLOSED   VALUE 1.
       01  WS-REL-ROWS.
           05  WS-REL-ROW-01     PIC X(75) VALUE SPACES.
           05  WS-REL-ROW-02     PIC X(75) VALUE SPACES.
       01  WS-REL-CHECK-ACCT     PIC 9(8).
       01  WS-REL-FOUND-FLAG     PIC 9 VALUE 0.
           88  WS-REL-CUST-FOUND     VALUE 1.
      *    Deposit insurance for the customer on the DEPINS rules:
      *    USD balances by ownership category 1 single, 2 joint,
      *    3 IRA, 4 POD/trust, and the distinct POD beneficiaries.
       01  WS-REL-INS-CATS.
           05  WS-REL-INS-BAL    PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-REL-INS-CAT        PIC 9(1).
       01  WS-REL-INS-USD        PIC 9(11)V99.
       01  WS-REL-INS-COVER      PIC 9(11)V99.
       01  WS-REL-INSURED        PIC 9(11)V99.
       01  WS-REL-UNINSURED      PIC 9(11)V99.
       01  WS-REL-POD-TABLE.
           05  WS-REL-POD-NAME   PIC X(30) OCCURS 5 TIMES.
       01  WS-REL-POD-CNT        PIC 9(1).
       01  WS-REL-POD-UPPER      PIC X(30).
       01  WS-REL-POD-HIT-FLAG   PIC 9 VALUE 0.
           88  WS-REL-POD-HIT        VALUE 1.
       01  WS-REL-UNVALUED-FLAG  PIC 9 VALUE 0.
           88  WS-REL-HAS-UNVALUED   VALUE 1.

      *--- Deposit product quote (main menu "Y"): projects a
      *    keyed amount over candidate CD terms at the RATEMNT
       01  WS-SGNR-SHOWN         PIC 9(2) VALUE 0.
       01  WS-CFG-SGNR-THRESHOLD PIC 9(7)V99 VALUE ZEROS.

      *--- Account warning memos (ACCTMGR): shown whenever an
      *    account comes up for posting or maintenance; a
      *    high-severity memo must be acknowledged. ---
       01  WS-MEMO-STATUS        PIC XX.
           88  WS-MEMO-OK            VALUE "00".
       01  WS-MEMO-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-MEMO-IS-OPEN       VALUE 1.
       01  WS-MEMO-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-MEMO-AT-EOF        VALUE 1.
       01  WS-MEMO-REFUSE-FLAG   PIC 9 VALUE 0.
           88  WS-MEMO-NOT-ACKED     VALUE 1.
       01  WS-MEMO-ACCT-NO       PIC 9(8).
       01  WS-MEMO-SHOWN         PIC 9(3) VALUE 0.
       01  WS-MEMO-HIGH-CNT      PIC 9(2) VALUE 0.
       01  WS-MEMO-IDX           PIC 9(2).
       01  WS-MEMO-HIGH-TABLE.
           05  WS-MEMO-HIGH-SEQ  PIC 9(3) OCCURS 10 TIMES.
       01  WS-MEMO-SEV-NAME      PIC X(6).
       01  WS-MEMO-LINE          PIC X(60).

      *--- Deceased-holder restraint: a linked holder with a date
      *    of death on the customer master (ESTDISB) blocks every
      *    debit while deposits keep landing. ---
       01  WS-DECEASED-FLAG      PIC 9 VALUE 0.
           88  WS-HOLDER-DECEASED    VALUE 1.

      *--- Insider self-dealing: an account whose customer is an
      *    insider linked to the signed-on operator (INSDMNT)
      *    takes that operator's postings only with a supervisor
      *    override. ---
       01  WS-SELF-DEAL-FLAG     PIC 9 VALUE 0.
           88  WS-SELF-DEALING       VALUE 1.
       01  WS-SELF-DEAL-CUST     PIC 9(8) VALUE ZEROS.

      *--- Official (cashier's) check issuance: the purchase moves
      *    the customer's money (or counter cash) onto the
      *    settlement account named on the control record, and the
      *    The VALUE clause is the fallback annual IRA contribution
      *    limit used when the control record carries zero.
       01  WS-CFG-IRA-LIMIT      PIC 9(7)V99 VALUE 7000.00.
      *    Deposit insurance coverage per depositor per ownership
      *    category, when the control record carries zero.
       01  WS-CFG-DEP-INS-LIMIT  PIC 9(9)V99 VALUE 250000.00.
      *    Overdraft item fee and the most item fees one account is
      *    charged in a day, when the control record carries zero.
       01  WS-CFG-OD-ITEM-FEE    PIC 9(5)V99 VALUE 30.00.
       01  WS-CFG-IFEE-DAY-CAP   PIC 9(2) VALUE 4.
       01  WS-IFEE-ACCT-NO       PIC 9(8).
       01  WS-IFEE-AMT           PIC 9(5)V99 VALUE ZEROS.
       01  WS-IFEE-MSG           PIC X(34) VALUE SPACES.
       01  WS-INP-OFCHK-PAYEE    PIC X(30).
       01  WS-OFCHK-AMT          PIC 9(7)V99.
       01  WS-OFCHK-FUND-ACCT    PIC 9(8).
       01  WS-CLOG-RING-IDX      PIC 9(2).
       01  WS-CLOG-SHOWN         PIC 9(2).

      *--- Households: separate customer records grouped under a
      *    head of household with one mailing address. Kept from
      *    the customer submenu; the relationship inquiry adds a
      *    household total, and the statement and letter runs
      *    consolidate the mail of members who agreed to it. ---
       01  WS-HHLD-STATUS        PIC XX.
           88  WS-HHLD-OK            VALUE "00".
           88  WS-HHLD-NOT-FOUND     VALUE "23".
           88  WS-HHLD-FILE-MISSING  VALUE "35".
       01  WS-HHLD-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-HHLD-IS-OPEN       VALUE 1.
       01  WS-HHLD-EOF-FLAG      PIC 9 VALUE 0.
           88  WS-HHLD-AT-EOF        VALUE 1.
       01  WS-INP-HH-ACTION      PIC X(1).
       01  WS-INP-HH-HEAD        PIC X(8).
       01  WS-INP-HH-CONSENT     PIC X(1).
       01  WS-INP-HH-NAME        PIC X(30).
       01  WS-INP-HH-ADDR1       PIC X(30).
       01  WS-INP-HH-ADDR2       PIC X(30).
       01  WS-INP-HH-CITY        PIC X(20).
       01  WS-INP-HH-STATE       PIC X(2).
       01  WS-INP-HH-ZIP         PIC X(10).
       01  WS-HH-CUST            PIC 9(8).
       01  WS-HH-HEAD            PIC 9(8).
       01  WS-HH-CUST-NAME       PIC X(30).
       01  WS-HH-CHECK-CUST      PIC 9(8).
       01  WS-HH-HIT-FLAG        PIC 9 VALUE 0.
           88  WS-HH-HIT             VALUE 1.
       01  WS-HH-MEMBER-TABLE.
           05  WS-HH-MBR-ENTRY OCCURS 20 TIMES.
               10  WS-HH-MBR-CUST    PIC 9(8).
               10  WS-HH-MBR-ROLE    PIC X(1).
               10  WS-HH-MBR-CONSENT PIC X(1).
       01  WS-HH-MBR-CNT         PIC 9(3) VALUE 0.
       01  WS-HH-I               PIC 9(3).
       01  WS-HH-DEP-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-HH-LOAN-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-HH-ROLE-NAME       PIC X(6).
       01  WS-HH-MAIL-NAME       PIC X(12).

      *--- Future-dated transfer warehouse: one-off transfers
      *    captured here wait for the DAYCTL day-open release on
      *    their effective date; the customer can cancel anything
       01  WS-MNTP-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-MNTP-IS-OPEN       VALUE 1.
       01  WS-NEXT-MNTP-ID       PIC 9(8) VALUE 1.

      *--- New-account application queue (APPLMGR). Once its file
      *    exists, accounts are opened there and not on the create
      *    screen. ---
       01  WS-APPL-STATUS        PIC XX.
           88  WS-APPL-OK            VALUE "00".

      *--- Operator session log (data/OPERSESS.dat). An operator
      *    holds one active session at a time; the main menu signs
      *    the session off after CTRL-IDLE-MINUTES without a key. ---
       01  WS-SESS-STATUS        PIC XX.
           88  WS-SESS-OK            VALUE "00".
           88  WS-SESS-FILE-MISSING  VALUE "35".
       01  WS-SESS-FLAG          PIC 9 VALUE 0.
           88  WS-SESS-IS-ACTIVE     VALUE 1.
       01  WS-SESS-FOUND-FLAG    PIC 9 VALUE 0.
           88  WS-SESS-FOUND         VALUE 1.
       01  WS-SESS-SCAN-FLAG     PIC 9 VALUE 0.
           88  WS-SESS-SCAN-DONE     VALUE 1.
       01  WS-SESS-REFUSED-FLAG  PIC 9 VALUE 0.
           88  WS-SESS-REFUSED       VALUE 1.
       01  WS-SESS-SAVE-KEY      PIC X(22) VALUE SPACES.
       01  WS-SESS-END-STATUS    PIC X(1) VALUE SPACES.
       01  WS-SIGNON-TRAINEE-FLAG PIC 9 VALUE 0.
           88  WS-SIGNON-TRAINEE     VALUE 1.
      *    Terminal name from the BANKTERM environment setting.
       01  WS-TERMINAL-ID        PIC X(8) VALUE SPACES.
       01  WS-CFG-IDLE-MINUTES   PIC 9(3) VALUE 15.
       01  WS-IDLE-SECONDS       PIC 9(5) VALUE 900.
      *    Wall-clock date for the session stamps; WS-TODAY-DATE
      *    carries the banking date while a day is open.
       01  WS-CLOCK-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-INP-MAINT-FIELD    PIC X(1).
       01  WS-INP-MAINT-VALUE    PIC X(12).
       01  WS-MAINT-NEW-VAL      PIC 9(11)V99.
       01  WS-HOLD-DAYS          PIC 9(3) VALUE ZEROS.
       01  WS-HOLD-RELEASE-DT    PIC 9(8) VALUE ZEROS.
       01  WS-HOLD-DATE-INT      PIC 9(7) VALUE ZEROS.

      *--- ATM deposit count: the branch keys the counted amount of
      *    each envelope ATMFEED entered on the verification file.
      *    The file is opened for the count only. ---
       01  WS-DVER-STATUS        PIC XX.
           88  WS-DVER-OK            VALUE "00".
       01  WS-INP-ATMC-TERM      PIC X(8) VALUE SPACES.
       01  WS-INP-ATMC-COUNTED   PIC X(12) VALUE SPACES.
       01  WS-ATMC-TERM-ID       PIC X(8) VALUE SPACES.
       01  WS-ATMC-DONE-FLAG     PIC 9 VALUE 0.
           88  WS-ATMC-DONE          VALUE 1.
       01  WS-ATMC-HOLD-FLAG     PIC 9 VALUE 0.
           88  WS-ATMC-HOLD-MOVED    VALUE 1.
       01  WS-ATMC-ORIG-STATUS   PIC X(1) VALUE SPACES.
       01  WS-ATMC-COUNTED       PIC 9(7)V99 VALUE ZEROS.
       01  WS-ATMC-DIFF          PIC S9(7)V99 VALUE ZEROS.
       01  WS-ATMC-ADJ-AMT       PIC 9(7)V99 VALUE ZEROS.
       01  WS-ATMC-HOLD-DELTA    PIC S9(7)V99 VALUE ZEROS.
       01  WS-ATMC-SEEN          PIC 9(4) VALUE 0.
       01  WS-ATMC-AGREED        PIC 9(4) VALUE 0.
       01  WS-ATMC-ADJUSTED      PIC 9(4) VALUE 0.
       01  WS-ATMC-CLOSED        PIC 9(4) VALUE 0.
       01  WS-ATMC-LEFT          PIC 9(4) VALUE 0.

      *--- Deposited check items: each check drawn on another bank
      *    is keyed at the deposit with its MICR routing, serial
      *    and amount and written to the item register, tied to the
      *    deposit's journal entry and hold, for the CASHLTR cash
      *    letter. Whatever the items do not cover is cash. ---
       01  WS-CLTR-STATUS        PIC XX.
           88  WS-CLTR-OK            VALUE "00".
           88  WS-CLTR-FILE-MISSING  VALUE "35".
       01  WS-CLTR-OPEN-FLAG     PIC 9 VALUE 0.
           88  WS-CLTR-IS-OPEN       VALUE 1.
       01  WS-NEXT-CLTR-ID       PIC 9(10) VALUE 1.
       01  WS-CLTR-TXN-ID        PIC 9(10) VALUE ZEROS.
       01  WS-CLTR-HOLD-ID       PIC 9(10) VALUE ZEROS.
       01  WS-INP-CHK-ROUTING    PIC X(9) VALUE SPACES.
       01  WS-INP-CHK-SERIAL     PIC X(6) VALUE SPACES.
       01  WS-INP-CHK-AMT        PIC X(12) VALUE SPACES.
       01  WS-CHK-MSG            PIC X(70) VALUE SPACES.
       01  WS-CHK-ENTRY-FLAG     PIC 9 VALUE 0.
           88  WS-CHK-ENTRY-DONE     VALUE 1.
           88  WS-CHK-ABANDONED      VALUE 2.
       01  WS-CHK-COUNT          PIC 9(2) VALUE 0.
       01  WS-CHK-IDX            PIC 9(2) VALUE 0.
       01  WS-CHK-WRITTEN        PIC 9(2) VALUE 0.
       01  WS-CHK-TOTAL          PIC 9(7)V99 VALUE ZEROS.
       01  WS-CHK-ITEM-AMT       PIC 9(7)V99 VALUE ZEROS.
       01  WS-CHK-ITEM-TABLE.
           05  WS-CHK-ITEM OCCURS 20 TIMES.
               10  WS-CHK-ROUTING    PIC 9(9).
               10  WS-CHK-SERIAL     PIC 9(6).
               10  WS-CHK-AMT        PIC 9(7)V99.
      *    Routing number check digit: weights 3-7-1 across the
      *    nine digits must sum to a multiple of ten.
       01  WS-ABA-ROUTING        PIC 9(9) VALUE ZEROS.
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-DIGIT      PIC 9 OCCURS 9 TIMES.
       01  WS-ABA-SUM            PIC 9(4) VALUE ZEROS.
       01  WS-SAVE-ACCT-HOLD     PIC 9(9)V99 VALUE ZEROS.

      *--- Check processing / stop payments ---
       01  WS-STOP-LIST-COUNT        PIC 9(3) VALUE 0.
       01  WS-STOP-LIST-IDX          PIC 9(3) VALUE 0.

      *--- Debit mandates: the customer's standing authority for an
      *    outside originator to debit an account, kept from the
      *    stop payments menu and honoured by the DEBITIN batch.
      *    The list screen shares the stop-order list rows. ---
       01  WS-DMND-STATUS            PIC XX.
           88  WS-DMND-OK                VALUE "00".
           88  WS-DMND-EOF               VALUE "10".
           88  WS-DMND-NOT-FOUND         VALUE "23".
           88  WS-DMND-FILE-MISSING      VALUE "35".
       01  WS-DMND-OPEN-FLAG         PIC 9 VALUE 0.
           88  WS-DMND-IS-OPEN           VALUE 1.
       01  WS-DMND-SCAN-EOF-FLAG     PIC 9 VALUE 0.
           88  WS-DMND-SCAN-EOF          VALUE 1.
       01  WS-DMND-LIST-ACCT         PIC 9(8) VALUE ZEROS.
       01  WS-INP-DMND-ORIG-ID       PIC X(10) VALUE SPACES.
       01  WS-INP-DMND-ORIG-NAME     PIC X(30) VALUE SPACES.
       01  WS-INP-DMND-MAX-AMT       PIC X(12) VALUE SPACES.
       01  WS-INP-DMND-FREQ          PIC X(1) VALUE SPACES.
       01  WS-INP-DMND-REVOKE-DT     PIC X(8) VALUE SPACES.

      *--- External payments (beneficiary master / payment queue) ---
       01  WS-BENE-STATUS            PIC XX.
           88  WS-BENE-OK                VALUE "00".
               VALUE "|  9. Release Hold on Account                |"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 12 COLUMN 17
               VALUE "|  R. Reopen Account    A. ATM Dep Count     |"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 13 COLUMN 17
               VALUE "|  C. Convert Type      Y. Deposit Quote     |"
               USING WS-INP-TYPE
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 7 COLUMN 50
               VALUE "or Product code:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 50 PIC X(4)
               USING WS-INP-PRODUCT
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 10 COLUMN 5
               VALUE "Opening deposit (e.g. 1000.00):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Deposited Check Item Entry Screen ---
       01  CHK-ITEM-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 27
               VALUE "DEPOSITED CHECK ITEMS"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 5 VALUE "Deposit amount:"
               FOREGROUND-COLOR 2.
           05  LINE 4 COLUMN 25 PIC $$$,$$$,$$9.99
               FROM WS-TXN-AMT
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 5 COLUMN 5 VALUE "Items keyed:"
               FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 25 PIC Z9
               FROM WS-CHK-COUNT
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 6 COLUMN 5 VALUE "Items total:"
               FOREGROUND-COLOR 2.
           05  LINE 6 COLUMN 25 PIC $$$,$$$,$$9.99
               FROM WS-CHK-TOTAL
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 5
               VALUE "Drawee routing number (Enter = no more checks):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 9 COLUMN 5 PIC X(9)
               USING WS-INP-CHK-ROUTING
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 11 COLUMN 5
               VALUE "Check serial:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 12 COLUMN 5 PIC X(6)
               USING WS-INP-CHK-SERIAL
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 14 COLUMN 5
               VALUE "Check amount:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 15 COLUMN 5 PIC X(12)
               USING WS-INP-CHK-AMT
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 18 COLUMN 5 PIC X(70)
               FROM WS-CHK-MSG
               FOREGROUND-COLOR 6 HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Add item  F3=Cancel deposit  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Transfer Entry Screen ---
       01  XFER-ENTRY-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Rate Promotion Code Screen (account opening) ---
       01  PROMO-CODE-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 30
               VALUE "RATE PROMOTION"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 5 COLUMN 5 PIC X(60)
               FROM WS-RESULT-LINE1
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 5
               VALUE "Promotion code (Enter for none): "
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 39 PIC X(6)
               USING WS-INP-PROMO
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Continue  F3=Cancel"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Teller Cash Drawer Reconciliation Screen ---
       01  DRAWER-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- ATM Deposit Count: terminal to count ---
       01  ATMC-TERM-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 28
               VALUE "ATM DEPOSIT COUNT"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 5
               VALUE "Terminal ID:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 4 COLUMN 20 PIC X(8)
               USING WS-INP-ATMC-TERM
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 6 COLUMN 5
               VALUE "Each deposit taken at the terminal and not yet"
               FOREGROUND-COLOR 2.
           05  LINE 7 COLUMN 5
               VALUE "counted is shown in turn, oldest first."
               FOREGROUND-COLOR 2.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Start  F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- ATM Deposit Count: one envelope ---
       01  ATMC-ITEM-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 28
               VALUE "ATM DEPOSIT COUNT"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 5
               VALUE "Terminal:" FOREGROUND-COLOR 2.
           05  LINE 4 COLUMN 27 PIC X(8)
               FROM DVER-TERM-ID FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 4 COLUMN 40
               VALUE "Branch:" FOREGROUND-COLOR 2.
           05  LINE 4 COLUMN 48 PIC X(4)
               FROM DVER-TERM-BRANCH FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 5 COLUMN 5
               VALUE "Deposit date:" FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 27 PIC 9(8)
               FROM DVER-DEPOSIT-DT FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 5 COLUMN 40
               VALUE "Switch seq:" FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 52 PIC 9(6)
               FROM DVER-SEQ-NO FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 6 COLUMN 5
               VALUE "Account:" FOREGROUND-COLOR 2.
           05  LINE 6 COLUMN 27 PIC 9(8)
               FROM DVER-ACCT-NO FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 6 COLUMN 40
               VALUE "Journal TXN:" FOREGROUND-COLOR 2.
           05  LINE 6 COLUMN 53 PIC 9(10)
               FROM DVER-TXN-ID FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 5
               VALUE "Keyed at the machine:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 27 PIC $$$,$$$,$$9.99
               FROM DVER-KEYED-AMT FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 11 COLUMN 5
               VALUE "Counted amount (Enter if it agrees):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 11 COLUMN 43 PIC X(12)
               USING WS-INP-ATMC-COUNTED
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Post Count  F3=Stop  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Result Screen ---
       01  RESULT-SCR.
           05  BLANK SCREEN
           05  LINE 12 COLUMN 17
               VALUE "9. Update Identification"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 13 COLUMN 17
               VALUE "R. Returned Mail"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 14 COLUMN 17
               VALUE "H. Household"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 15 COLUMN 17
               VALUE "C. Marketing Contact Preference"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 16 COLUMN 17 VALUE "Selection: "
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 16 COLUMN 28 PIC X(1)
               USING WS-MENU-CHOICE
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 19 COLUMN 20 PIC ZZ9
               FROM WS-DISP-CUST-ACCTS
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 21 COLUMN 5 VALUE "Mail:"
               FOREGROUND-COLOR 2.
           05  LINE 21 COLUMN 20 PIC X(30)
               FROM WS-DISP-CUST-MAIL
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 21 COLUMN 52 VALUE "Marketing:"
               FOREGROUND-COLOR 2.
           05  LINE 21 COLUMN 63 PIC X(12)
               FROM WS-DISP-CUST-MKTG
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Household Maintenance Screen ---
       01  HH-MAINT-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 25
               VALUE "HOUSEHOLD MAINTENANCE"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 5
               VALUE "A=Add member  R=Remove member  C=Mail consent"
               FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 5
               VALUE "M=Mailing address  L=List household"
               FOREGROUND-COLOR 2.
           05  LINE 7 COLUMN 5 VALUE "Action:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 7 COLUMN 34 PIC X(1)
               USING WS-INP-HH-ACTION
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 9 COLUMN 5 VALUE "Customer No:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 9 COLUMN 34 PIC X(8)
               USING WS-INP-CUST-NO
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 11 COLUMN 5
               VALUE "Head of household (Add):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 11 COLUMN 34 PIC X(8)
               USING WS-INP-HH-HEAD
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 12 COLUMN 5
               VALUE "(the customer's own number starts a household)"
               FOREGROUND-COLOR 2.
           05  LINE 14 COLUMN 5
               VALUE "Consolidate mail (Y/N):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 14 COLUMN 34 PIC X(1)
               USING WS-INP-HH-CONSENT
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 15 COLUMN 5
               VALUE "(Add and C - the customer's own agreement)"
               FOREGROUND-COLOR 2.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Continue  F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Household Mailing Address Screen ---
       01  HH-ADDR-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 24
               VALUE "HOUSEHOLD MAILING ADDRESS"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 3 COLUMN 5
               VALUE "Mailing name:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 4 COLUMN 5 PIC X(30)
               USING WS-INP-HH-NAME
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 6 COLUMN 5
               VALUE "Address line 1:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 7 COLUMN 5 PIC X(30)
               USING WS-INP-HH-ADDR1
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 9 COLUMN 5
               VALUE "Address line 2:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 5 PIC X(30)
               USING WS-INP-HH-ADDR2
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 12 COLUMN 5
               VALUE "City / State / ZIP:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 13 COLUMN 5 PIC X(20)
               USING WS-INP-HH-CITY
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 13 COLUMN 27 PIC X(2)
               USING WS-INP-HH-STATE
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 13 COLUMN 31 PIC X(10)
               USING WS-INP-HH-ZIP
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Submit  F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Contact History Screen (newest first) ---
       01  CLOG-LIST-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 28
               VALUE "CONTACT HISTORY"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-01 FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-02 FOREGROUND-COLOR 2.
           05  LINE 6 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-03 FOREGROUND-COLOR 2.
           05  LINE 7 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-04 FOREGROUND-COLOR 2.
           05  LINE 8 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-05 FOREGROUND-COLOR 2.
           05  LINE 9 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-06 FOREGROUND-COLOR 2.
           05  LINE 10 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-07 FOREGROUND-COLOR 2.
           05  LINE 11 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-08 FOREGROUND-COLOR 2.
           05  LINE 12 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-09 FOREGROUND-COLOR 2.
           05  LINE 13 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-10 FOREGROUND-COLOR 2.
           05  LINE 14 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-11 FOREGROUND-COLOR 2.
           05  LINE 15 COLUMN 3 PIC X(75)
               FROM WS-FDX-ROW-12 FOREGROUND-COLOR 2.
           05  LINE 22 COLUMN 79 PIC X(1)
               USING WS-DUMMY
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 0.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Continue"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Future-Dated Transfer Menu Screen ---
       01  FDX-MENU-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 24
               VALUE "FUTURE-DATED TRANSFERS"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 4 COLUMN 17
               VALUE "1. Warehouse a Transfer"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 5 COLUMN 17
               VALUE "2. List Pending for an Account"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 6 COLUMN 17
               VALUE "3. Cancel a Pending Transfer"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 17 VALUE "Selection: "
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 28 PIC X(1)
               USING WS-MENU-CHOICE
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
           05  LINE 6 COLUMN 17
               VALUE "3. Cancel Stop-Payment Order"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 8 COLUMN 17
               VALUE "4. Add Debit Mandate"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 9 COLUMN 17
               VALUE "5. List Debit Mandates"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 17
               VALUE "6. Revoke Debit Mandate"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 12 COLUMN 17 VALUE "Selection: "
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 12 COLUMN 28 PIC X(1)
               USING WS-MENU-CHOICE
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Add Debit Mandate Screen ---
       01  ADD-DMND-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 29
               VALUE "ADD DEBIT MANDATE"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 3 COLUMN 5
               VALUE "Account (8 digits):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 4 COLUMN 5 PIC X(8)
               USING WS-INP-ACCTNO
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 6 COLUMN 5
               VALUE "Originator id:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 7 COLUMN 5 PIC X(10)
               USING WS-INP-DMND-ORIG-ID
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 9 COLUMN 5
               VALUE "Originator name:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 5 PIC X(30)
               USING WS-INP-DMND-ORIG-NAME
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 12 COLUMN 5
               VALUE "Maximum amount per debit:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 13 COLUMN 5 PIC X(12)
               USING WS-INP-DMND-MAX-AMT
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 15 COLUMN 5
               VALUE "Frequency (W/M/Q/A, V = variable):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 16 COLUMN 5 PIC X(1)
               USING WS-INP-DMND-FREQ
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Submit  F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Revoke Debit Mandate Screen ---
       01  REVOKE-DMND-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 28
               VALUE "REVOKE DEBIT MANDATE"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 3 COLUMN 5
               VALUE "Account (8 digits):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 4 COLUMN 5 PIC X(8)
               USING WS-INP-ACCTNO
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 6 COLUMN 5
               VALUE "Originator id:"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 7 COLUMN 5 PIC X(10)
               USING WS-INP-DMND-ORIG-ID
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 9 COLUMN 5
               VALUE "Effective (YYYYMMDD, Enter = today):"
               FOREGROUND-COLOR 2 HIGHLIGHT.
           05  LINE 10 COLUMN 5 PIC X(8)
               USING WS-INP-DMND-REVOKE-DT
               FOREGROUND-COLOR 3 BACKGROUND-COLOR 0
               HIGHLIGHT.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Submit  F3=Back  F12=Quit"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- Debit Mandate List Screen ---
       01  DMND-LIST-SCR.
           05  BLANK SCREEN
               FOREGROUND-COLOR 2 BACKGROUND-COLOR 0.
           05  LINE 2 COLUMN 30 PIC X(20)
               FROM WS-TRAINING-BANNER
               FOREGROUND-COLOR 4 HIGHLIGHT.
           05  LINE 1 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2.
           05  LINE 1 COLUMN 29
               VALUE "DEBIT MANDATES"
               FOREGROUND-COLOR 0 BACKGROUND-COLOR 2
               HIGHLIGHT.
           05  LINE 3 COLUMN 3
               VALUE "ORIGINATOR ID NAME"
               FOREGROUND-COLOR 2.
           05  LINE 3 COLUMN 38
               VALUE "MAX AMOUNT F S REVOKED"
               FOREGROUND-COLOR 2.
           05  LINE 4 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-01 FOREGROUND-COLOR 2.
           05  LINE 5 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-02 FOREGROUND-COLOR 2.
           05  LINE 6 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-03 FOREGROUND-COLOR 2.
           05  LINE 7 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-04 FOREGROUND-COLOR 2.
           05  LINE 8 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-05 FOREGROUND-COLOR 2.
           05  LINE 9 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-06 FOREGROUND-COLOR 2.
           05  LINE 10 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-07 FOREGROUND-COLOR 2.
           05  LINE 11 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-08 FOREGROUND-COLOR 2.
           05  LINE 12 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-09 FOREGROUND-COLOR 2.
           05  LINE 13 COLUMN 3 PIC X(68)
               FROM WS-STOP-ROW-10 FOREGROUND-COLOR 2.
           05  LINE 24 COLUMN 1 PIC X(80)
               FROM WS-BLANK-LINE
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           05  LINE 24 COLUMN 3
               VALUE "Enter=Back"
               FOREGROUND-COLOR 7 BACKGROUND-COLOR 1
               HIGHLIGHT.

      *--- External Payment Initiation Screen ---
       01  EXTPAY-SCR.
           05  BLANK SCREEN
           IF WS-TXN-IS-OPEN
               PERFORM FIND-NEXT-TXN-ID
           END-IF
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "BANKTERM"
           IF WS-TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO WS-TERMINAL-ID
           END-IF
           PERFORM DO-LOGIN
               THRU DO-LOGIN-EXIT UNTIL WS-LOGIN-OK OR WS-EXIT-PROGRAM
           IF NOT WS-EXIT-PROGRAM
               PERFORM SHOW-MAIN-MENU UNTIL WS-EXIT-PROGRAM
           END-IF
           IF WS-SESS-END-STATUS = SPACES
               MOVE "O" TO WS-SESS-END-STATUS
           END-IF
           PERFORM END-OPERATOR-SESSION THRU END-OPERATOR-SESSION-EXIT
           PERFORM CLOSE-FILES
           STOP RUN.

           IF NOT WS-OPER-IS-OPEN
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
               MOVE "UNKNOWN" TO WS-OPERATOR-NAME
               MOVE SPACES TO WS-ENT-ROLE
               PERFORM RESET-DRAWER-TOTALS
               SET WS-LOGIN-OK TO TRUE
               GO TO DO-LOGIN-EXIT

           MOVE OPER-ID   TO WS-OPERATOR-ID
           MOVE OPER-NAME TO WS-OPERATOR-NAME
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
           IF OPER-TXN-LIMIT NUMERIC
               MOVE OPER-TXN-LIMIT TO WS-OPER-LIMIT
           ELSE
               MOVE ZEROS TO WS-OPER-LIMIT
           END-IF
           MOVE 0 TO WS-SIGNON-TRAINEE-FLAG
           IF OPER-IS-TRAINEE
               SET WS-SIGNON-TRAINEE TO TRUE
           END-IF
           PERFORM RESET-DRAWER-TOTALS
           PERFORM START-OPERATOR-SESSION
               THRU START-OPERATOR-SESSION-EXIT
           IF WS-SESS-REFUSED
               GO TO DO-LOGIN-EXIT
           END-IF
           IF WS-SIGNON-TRAINEE
               PERFORM SWITCH-TO-TRAINING-SET
           END-IF
           SET WS-LOGIN-OK TO TRUE.
       DO-LOGIN-EXIT.
           EXIT.
       CHECK-HOLDER-DECEASED-EXIT.
           EXIT.

      *    Sets WS-SELF-DEALING when the account's holder is an
      *    insider linked to the signed-on operator. Expects the
      *    account in ACCT-REC; the caller clears the flag first,
      *    so a transfer can check both of its accounts.
       CHECK-INSIDER-POSTING.
           IF NOT WS-CUST-IS-OPEN
               GO TO CHECK-INSIDER-POSTING-EXIT
           END-IF
           IF ACCT-CUST-NO NOT NUMERIC
               OR ACCT-CUST-NO = ZEROS
               GO TO CHECK-INSIDER-POSTING-EXIT
           END-IF
           MOVE ACCT-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   GO TO CHECK-INSIDER-POSTING-EXIT
           END-READ
           IF CUST-IS-INSIDER
               AND CUST-INSIDER-OPER NOT = SPACES
               AND CUST-INSIDER-OPER = WS-OPERATOR-ID
               SET WS-SELF-DEALING TO TRUE
               MOVE CUST-NO TO WS-SELF-DEAL-CUST
           END-IF.
       CHECK-INSIDER-POSTING-EXIT.
           EXIT.

      *    A self-dealing posting goes ahead only on a supervisor's
      *    ID and PIN, recorded on the journal entry like any other
      *    override and audited as SELFDEAL for the INSDRPT review.
       GET-SELF-DEAL-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-REASON
           STRING "Customer " WS-SELF-DEAL-CUST
               " is an insider linked to " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-OVERRIDE-REASON
           END-STRING
           PERFORM GET-SUPERVISOR-OVERRIDE
               THRU GET-SUPERVISOR-OVERRIDE-EXIT
           MOVE SPACES TO WS-OVERRIDE-REASON
           IF WS-OVERRIDE-OK
               MOVE "SELFDEAL" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "CUST " WS-SELF-DEAL-CUST
                   " BY " WS-OVERRIDE-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
                   THRU WRITE-AUDIT-RECORD-EXIT
           END-IF.
       GET-SELF-DEAL-OVERRIDE-EXIT.
           EXIT.

      *    Shows the active, unexpired warning memos on the account
      *    in ACCT-REC. A high-severity memo must be acknowledged
      *    before the work goes on; each one acknowledged is audited
      *    as MEMOACK, and a refusal sets WS-MEMO-NOT-ACKED for the
      *    caller to stop. The first four memos fit the screen;
      *    the heading line gives the full count.
       CHECK-ACCOUNT-MEMOS.
           MOVE 0 TO WS-MEMO-REFUSE-FLAG
           IF NOT WS-MEMO-IS-OPEN
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           MOVE ACCT-NO TO WS-MEMO-ACCT-NO
           MOVE 0 TO WS-MEMO-SHOWN
           MOVE 0 TO WS-MEMO-HIGH-CNT
           MOVE 0 TO WS-MEMO-EOF-FLAG
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
           MOVE WS-MEMO-ACCT-NO TO MEMO-ACCT-NO
           MOVE ZEROS TO MEMO-SEQ
           START MEMO-FILE KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY
                   GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-START
           PERFORM NOTE-ONE-MEMO UNTIL WS-MEMO-AT-EOF
           IF WS-MEMO-SHOWN = ZEROS
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           MOVE "ACCOUNT WARNING MEMOS" TO WS-RESULT-TITLE
           STRING "Account " WS-MEMO-ACCT-NO " has "
               WS-MEMO-SHOWN " active warning memo(s):"
               DELIMITED BY SIZE INTO WS-RESULT-LINE1
           END-STRING
           PERFORM SHOW-RESULT
           IF WS-MEMO-HIGH-CNT = ZEROS
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3
           STRING "HIGH-severity warning memo on account "
               WS-MEMO-ACCT-NO "."
               DELIMITED BY SIZE INTO WS-RESULT-LINE1
           END-STRING
           MOVE "Acknowledge it and continue with this account?"
               TO WS-RESULT-LINE2
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SCR
           ACCEPT CONFIRM-SCR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-KEY-F3 OR WS-CONFIRM NOT = "Y"
               SET WS-MEMO-NOT-ACKED TO TRUE
               MOVE "WARNING MEMO - NOT ACKNOWLEDGED"
                   TO WS-RESULT-TITLE
               MOVE "The high-severity memo was not acknowledged."
                   TO WS-RESULT-LINE1
               MOVE "Nothing was posted or changed."
                   TO WS-RESULT-LINE2
               MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO CHECK-ACCOUNT-MEMOS-EXIT
           END-IF
           PERFORM WRITE-MEMO-ACK
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-HIGH-CNT.
       CHECK-ACCOUNT-MEMOS-EXIT.
           EXIT.

       NOTE-ONE-MEMO.
           READ MEMO-FILE NEXT
               AT END
                   SET WS-MEMO-AT-EOF TO TRUE
               NOT AT END
                   IF MEMO-ACCT-NO NOT = WS-MEMO-ACCT-NO
                       SET WS-MEMO-AT-EOF TO TRUE
                   ELSE
                       IF MEMO-IS-ACTIVE
                           AND (MEMO-EXPIRY-DT = ZEROS
                           OR MEMO-EXPIRY-DT >= WS-TODAY-DATE)
                           PERFORM NOTE-MEMO-LINE
                       END-IF
                   END-IF
           END-READ.

       NOTE-MEMO-LINE.
           ADD 1 TO WS-MEMO-SHOWN
           EVALUATE TRUE
               WHEN MEMO-IS-HIGH
                   MOVE "HIGH" TO WS-MEMO-SEV-NAME
                   IF WS-MEMO-HIGH-CNT < 10
                       ADD 1 TO WS-MEMO-HIGH-CNT
                       MOVE MEMO-SEQ
                           TO WS-MEMO-HIGH-SEQ(WS-MEMO-HIGH-CNT)
                   END-IF
               WHEN MEMO-IS-MEDIUM
                   MOVE "MEDIUM" TO WS-MEMO-SEV-NAME
               WHEN OTHER
                   MOVE "LOW" TO WS-MEMO-SEV-NAME
           END-EVALUATE
           MOVE SPACES TO WS-MEMO-LINE
           STRING WS-MEMO-SEV-NAME " " MEMO-TEXT
               DELIMITED BY SIZE INTO WS-MEMO-LINE
           END-STRING
           EVALUATE WS-MEMO-SHOWN
               WHEN 1
                   MOVE WS-MEMO-LINE TO WS-RESULT-LINE2
               WHEN 2
                   MOVE WS-MEMO-LINE TO WS-RESULT-LINE3
               WHEN 3
                   MOVE WS-MEMO-LINE TO WS-RESULT-LINE4
               WHEN 4
                   MOVE WS-MEMO-LINE TO WS-RESULT-LINE5
           END-EVALUATE.

       WRITE-MEMO-ACK.
           MOVE "MEMOACK" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SEQ " WS-MEMO-HIGH-SEQ(WS-MEMO-IDX)
               " ACKNOWLEDGED"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

       GET-SUPERVISOR-OVERRIDE.
           MOVE 0 TO WS-OVERRIDE-OK-FLAG
           MOVE SPACES TO WS-OVERRIDE-ID
           MOVE SPACES TO WS-INP-SUP-ID WS-INP-SUP-PIN
           MOVE WS-LIMIT-CHECK-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RESULT-LINE1
           IF WS-OVERRIDE-REASON NOT = SPACES
               MOVE WS-OVERRIDE-REASON TO WS-RESULT-LINE1
           ELSE
               STRING "Amount " WS-DISP-AMT
                   " exceeds limit for " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           END-IF
           DISPLAY OVERRIDE-SCR
           ACCEPT OVERRIDE-SCR
           IF WS-KEY-F3 OR WS-KEY-F12
           MOVE ZEROS TO WS-DRW-DEP-COUNT WS-DRW-DEP-TOTAL
           MOVE ZEROS TO WS-DRW-WD-COUNT WS-DRW-WD-TOTAL.

      *--- Operator Sessions ---
      *    Opens the operator's session on OPERSESS.dat at sign-on.
      *    An active session already on file for the operator - at
      *    another terminal, or left behind by one that was switched
      *    off - refuses the sign-on unless a supervisor clears it
      *    here. The file is created on first use; one that cannot
      *    be opened lets the operator in unrecorded rather than
      *    locking every terminal out.
       START-OPERATOR-SESSION.
           MOVE 0 TO WS-SESS-FLAG
           MOVE 0 TO WS-SESS-REFUSED-FLAG
           MOVE SPACES TO WS-SESS-END-STATUS
           PERFORM OPEN-SESS-FILE
           IF NOT WS-SESS-OK
               GO TO START-OPERATOR-SESSION-EXIT
           END-IF
           PERFORM FIND-ACTIVE-SESSION THRU FIND-ACTIVE-SESSION-EXIT
           PERFORM CLEAR-ACTIVE-SESSION
               THRU CLEAR-ACTIVE-SESSION-EXIT
               UNTIL NOT WS-SESS-FOUND OR WS-SESS-REFUSED
           IF WS-SESS-REFUSED
               CLOSE SESS-FILE
               GO TO START-OPERATOR-SESSION-EXIT
           END-IF

           PERFORM GET-SESSION-CLOCK
           INITIALIZE SESS-REC
           MOVE WS-OPERATOR-ID TO SESS-OPER-ID
           MOVE WS-CLOCK-DATE  TO SESS-ON-DT SESS-LAST-DT
           MOVE WS-NOW-TIME    TO SESS-ON-TM SESS-LAST-TM
           MOVE WS-TERMINAL-ID TO SESS-TERMINAL
           SET SESS-IS-ACTIVE TO TRUE
           IF WS-SIGNON-TRAINEE
               SET SESS-IS-TRAINING TO TRUE
           ELSE
               MOVE "N" TO SESS-TRAINING
           END-IF
           MOVE SPACES TO SESS-CLEARED-BY
           WRITE SESS-REC
               INVALID KEY
                   DISPLAY "WARNING: Could not record the session."
               NOT INVALID KEY
                   MOVE SESS-KEY TO WS-SESS-SAVE-KEY
                   SET WS-SESS-IS-ACTIVE TO TRUE
           END-WRITE
           CLOSE SESS-FILE.
       START-OPERATOR-SESSION-EXIT.
           EXIT.

       OPEN-SESS-FILE.
           OPEN I-O SESS-FILE
           IF WS-SESS-FILE-MISSING
               OPEN OUTPUT SESS-FILE
               IF WS-SESS-OK
                   CLOSE SESS-FILE
                   OPEN I-O SESS-FILE
               END-IF
           END-IF.

      *    Session stamps carry the wall-clock date, not the banking
      *    date, so the session report matches the terminal's day.
       GET-SESSION-CLOCK.
           PERFORM GET-CURRENT-DATETIME
           STRING WS-CURR-YEAR WS-CURR-MONTH WS-CURR-DAY
               DELIMITED BY SIZE INTO WS-CLOCK-DATE
           END-STRING.

      *    Leaves the operator's first active session in SESS-REC
      *    with WS-SESS-FOUND set.
       FIND-ACTIVE-SESSION.
           MOVE 0 TO WS-SESS-FOUND-FLAG
           MOVE 0 TO WS-SESS-SCAN-FLAG
           MOVE WS-OPERATOR-ID TO SESS-OPER-ID
           MOVE ZEROS TO SESS-ON-DT SESS-ON-TM
           START SESS-FILE KEY IS NOT LESS THAN SESS-KEY
               INVALID KEY
                   GO TO FIND-ACTIVE-SESSION-EXIT
           END-START
           PERFORM CHECK-NEXT-SESSION
               UNTIL WS-SESS-SCAN-DONE OR WS-SESS-FOUND.
       FIND-ACTIVE-SESSION-EXIT.
           EXIT.

       CHECK-NEXT-SESSION.
           READ SESS-FILE NEXT
               AT END
                   SET WS-SESS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SESS-OPER-ID NOT = WS-OPERATOR-ID
                       SET WS-SESS-SCAN-DONE TO TRUE
                   ELSE
                       IF SESS-IS-ACTIVE
                           SET WS-SESS-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    The operator already holds the session in SESS-REC. A
      *    supervisor's ID and PIN close it as cleared and the scan
      *    moves on; without them the sign-on is refused. Both are
      *    audited.
       CLEAR-ACTIVE-SESSION.
           MOVE ZEROS TO ACCT-NO
           MOVE SPACES TO WS-OVERRIDE-REASON
           STRING WS-OPERATOR-ID " is signed on at " SESS-TERMINAL
               " since " SESS-ON-DT " " SESS-ON-TM(1:4)
               DELIMITED BY SIZE INTO WS-OVERRIDE-REASON
           END-STRING
           MOVE SESS-KEY TO WS-SESS-SAVE-KEY
           PERFORM GET-SUPERVISOR-OVERRIDE
               THRU GET-SUPERVISOR-OVERRIDE-EXIT
           MOVE SPACES TO WS-OVERRIDE-REASON
           MOVE WS-SESS-SAVE-KEY TO SESS-KEY
           READ SESS-FILE
               INVALID KEY
                   SET WS-SESS-REFUSED TO TRUE
           END-READ
           IF WS-SESS-REFUSED OR NOT WS-OVERRIDE-OK
               SET WS-SESS-REFUSED TO TRUE
               MOVE SPACES TO WS-LOGIN-MSG
               STRING "Active at " SESS-TERMINAL
                   " - supervisor to clear"
                   DELIMITED BY SIZE INTO WS-LOGIN-MSG
               END-STRING
               MOVE "SESSREF" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "TERM " WS-TERMINAL-ID " ACTIVE AT "
                   SESS-TERMINAL
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
               GO TO CLEAR-ACTIVE-SESSION-EXIT
           END-IF
           PERFORM GET-SESSION-CLOCK
           SET SESS-IS-CLEARED TO TRUE
           MOVE WS-OVERRIDE-ID TO SESS-CLEARED-BY
           MOVE WS-CLOCK-DATE  TO SESS-OFF-DT
           MOVE WS-NOW-TIME    TO SESS-OFF-TM
           REWRITE SESS-REC
           MOVE "SESSCLR" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "TERM " SESS-TERMINAL " ON " SESS-ON-DT " "
               SESS-ON-TM " BY " WS-OVERRIDE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           PERFORM FIND-ACTIVE-SESSION THRU FIND-ACTIVE-SESSION-EXIT.
       CLEAR-ACTIVE-SESSION-EXIT.
           EXIT.

      *    After each menu function: stamps the activity time and
      *    writes the drawer totals so far, so they survive a
      *    terminal that is switched off. A session a supervisor
      *    has cleared meanwhile is signed off here.
       REFRESH-OPERATOR-SESSION.
           IF NOT WS-SESS-IS-ACTIVE
               GO TO REFRESH-OPERATOR-SESSION-EXIT
           END-IF
           OPEN I-O SESS-FILE
           IF NOT WS-SESS-OK
               GO TO REFRESH-OPERATOR-SESSION-EXIT
           END-IF
           MOVE WS-SESS-SAVE-KEY TO SESS-KEY
           READ SESS-FILE
               INVALID KEY
                   CLOSE SESS-FILE
                   GO TO REFRESH-OPERATOR-SESSION-EXIT
           END-READ
           IF NOT SESS-IS-ACTIVE
               CLOSE SESS-FILE
               MOVE 0 TO WS-SESS-FLAG
               MOVE 1 TO WS-PROGRAM-DONE
               MOVE "SESSION CLEARED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
               STRING "Supervisor " SESS-CLEARED-BY
                   " cleared this session so " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               MOVE "could sign on at another terminal."
                   TO WS-RESULT-LINE2
               MOVE "This terminal is now signed off."
                   TO WS-RESULT-LINE3
               PERFORM SHOW-RESULT
               GO TO REFRESH-OPERATOR-SESSION-EXIT
           END-IF
           PERFORM GET-SESSION-CLOCK
           MOVE WS-CLOCK-DATE TO SESS-LAST-DT
           MOVE WS-NOW-TIME   TO SESS-LAST-TM
           PERFORM MOVE-DRAWER-TO-SESSION
           REWRITE SESS-REC
           CLOSE SESS-FILE.
       REFRESH-OPERATOR-SESSION-EXIT.
           EXIT.

      *    Closes the session at sign-off with its final drawer
      *    totals. WS-SESS-END-STATUS is O for an F12 sign-off and
      *    I when the main menu timed out.
       END-OPERATOR-SESSION.
           IF NOT WS-SESS-IS-ACTIVE
               GO TO END-OPERATOR-SESSION-EXIT
           END-IF
           MOVE 0 TO WS-SESS-FLAG
           OPEN I-O SESS-FILE
           IF NOT WS-SESS-OK
               GO TO END-OPERATOR-SESSION-EXIT
           END-IF
           MOVE WS-SESS-SAVE-KEY TO SESS-KEY
           READ SESS-FILE
               INVALID KEY
                   CLOSE SESS-FILE
                   GO TO END-OPERATOR-SESSION-EXIT
           END-READ
           IF NOT SESS-IS-ACTIVE
               CLOSE SESS-FILE
               GO TO END-OPERATOR-SESSION-EXIT
           END-IF
           PERFORM GET-SESSION-CLOCK
           MOVE WS-SESS-END-STATUS TO SESS-STATUS
           MOVE WS-CLOCK-DATE TO SESS-OFF-DT
           MOVE WS-NOW-TIME   TO SESS-OFF-TM
           IF SESS-IS-SIGNED-OFF
               MOVE WS-CLOCK-DATE TO SESS-LAST-DT
               MOVE WS-NOW-TIME   TO SESS-LAST-TM
           END-IF
           PERFORM MOVE-DRAWER-TO-SESSION
           REWRITE SESS-REC
           CLOSE SESS-FILE
           IF SESS-IS-IDLE-OUT
               MOVE ZEROS TO ACCT-NO
               MOVE "IDLEOUT" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "TERM " SESS-TERMINAL " IDLE "
                   WS-CFG-IDLE-MINUTES " MIN"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           END-IF.
       END-OPERATOR-SESSION-EXIT.
           EXIT.

       MOVE-DRAWER-TO-SESSION.
           MOVE WS-DRW-DEP-COUNT  TO SESS-DEP-COUNT
           MOVE WS-DRW-DEP-TOTAL  TO SESS-DEP-TOTAL
           MOVE WS-DRW-WD-COUNT   TO SESS-WD-COUNT
           MOVE WS-DRW-WD-TOTAL   TO SESS-WD-TOTAL
           MOVE WS-DRW-VAULT-NET  TO SESS-VAULT-NET.

      *--- File Operations ---
       OPEN-FILES.
           OPEN I-O ACCT-FILE
               SET WS-BR-IS-OPEN TO TRUE
           END-IF

      *    Product master is read-only here (PRODMNT owns it); a
      *    site with no product master opens accounts by bare
      *    type with the CTRL opening minimum.
           OPEN INPUT PROD-FILE
           IF WS-PROD-OK
               SET WS-PROD-IS-OPEN TO TRUE
           END-IF

      *    Promotion table is read-only here (PROMOMNT owns it);
      *    with no table no promotion code is asked for.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-OK
               SET WS-PROMO-IS-OPEN TO TRUE
           END-IF

      *    The index is a shadow of the journal (TXNIXBLD rebuilds
      *    it); when absent, the scanning paths fall back to the
      *    old full-journal walks.
           END-IF

           PERFORM OPEN-HOLD-FILE THRU OPEN-HOLD-FILE-EXIT
           PERFORM OPEN-CLTR-FILE THRU OPEN-CLTR-FILE-EXIT

           OPEN I-O STOP-FILE
           IF WS-STOP-OK
               PERFORM FIND-NEXT-STOP-ID THRU FIND-NEXT-STOP-ID-EXIT
           END-IF

           OPEN I-O DMND-FILE
           IF WS-DMND-OK
               SET WS-DMND-IS-OPEN TO TRUE
           ELSE
               IF WS-DMND-FILE-MISSING
                   OPEN OUTPUT DMND-FILE
                   IF WS-DMND-OK
                       CLOSE DMND-FILE
                       OPEN I-O DMND-FILE
                       IF WS-DMND-OK
                           SET WS-DMND-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    Beneficiary master is read-only here; BENEMNT maintains
      *    it with dual approval. The payment queue is drained by
      *    the PAYOUT end-of-day batch.
               SET WS-SGNR-IS-OPEN TO TRUE
           END-IF

      *    Warning memos are read-only here - ACCTMGR keeps them.
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-OK
               SET WS-MEMO-IS-OPEN TO TRUE
           END-IF

           OPEN I-O CLOG-FILE
           IF WS-CLOG-OK
               SET WS-CLOG-IS-OPEN TO TRUE
               PERFORM FIND-NEXT-CLOG-ID THRU FIND-NEXT-CLOG-ID-EXIT
           END-IF

           OPEN I-O HHLD-FILE
           IF WS-HHLD-OK
               SET WS-HHLD-IS-OPEN TO TRUE
           ELSE
               IF WS-HHLD-FILE-MISSING
                   OPEN OUTPUT HHLD-FILE
                   IF WS-HHLD-OK
                       CLOSE HHLD-FILE
                       OPEN I-O HHLD-FILE
                       IF WS-HHLD-OK
                           SET WS-HHLD-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    The watchlist master is read-only and optional - a site
      *    that has never loaded a list simply screens nothing, as
      *    before.
               CLOSE RATE-FILE
               MOVE 0 TO WS-RATE-OPEN-FLAG
           END-IF
           IF WS-ROLE-IS-OPEN
               CLOSE ROLE-FILE
               MOVE 0 TO WS-ROLE-OPEN-FLAG
           END-IF
           IF WS-TXN-IS-OPEN
               CLOSE TXN-FILE
               MOVE 0 TO WS-TXN-OPEN-FLAG
               CLOSE BR-FILE
               MOVE 0 TO WS-BR-OPEN-FLAG
           END-IF
           IF WS-PROD-IS-OPEN
               CLOSE PROD-FILE
               MOVE 0 TO WS-PROD-OPEN-FLAG
           END-IF
           IF WS-PROMO-IS-OPEN
               CLOSE PROMO-FILE
               MOVE 0 TO WS-PROMO-OPEN-FLAG
           END-IF
           IF WS-TXNX-IS-OPEN
               CLOSE TXNX-FILE
               MOVE 0 TO WS-TXNX-OPEN-FLAG
               CLOSE HOLD-FILE
               MOVE 0 TO WS-HOLD-OPEN-FLAG
           END-IF
           IF WS-CLTR-IS-OPEN
               CLOSE CLTR-FILE
               MOVE 0 TO WS-CLTR-OPEN-FLAG
           END-IF
           IF WS-STOP-IS-OPEN
               CLOSE STOP-FILE
               MOVE 0 TO WS-STOP-OPEN-FLAG
           END-IF
           IF WS-DMND-IS-OPEN
               CLOSE DMND-FILE
               MOVE 0 TO WS-DMND-OPEN-FLAG
           END-IF
           IF WS-BENE-IS-OPEN
               CLOSE BENE-FILE
               MOVE 0 TO WS-BENE-OPEN-FLAG
               CLOSE CLOG-FILE
               MOVE 0 TO WS-CLOG-OPEN-FLAG
           END-IF
           IF WS-HHLD-IS-OPEN
               CLOSE HHLD-FILE
               MOVE 0 TO WS-HHLD-OPEN-FLAG
           END-IF
           IF WS-OFCHK-IS-OPEN
               CLOSE OFCHK-FILE
               MOVE 0 TO WS-OFCHK-OPEN-FLAG
               CLOSE SGNR-FILE
               MOVE 0 TO WS-SGNR-OPEN-FLAG
           END-IF
           IF WS-MEMO-IS-OPEN
               CLOSE MEMO-FILE
               MOVE 0 TO WS-MEMO-OPEN-FLAG
           END-IF
           IF WS-SUSP-IS-OPEN
               CLOSE SUSPENSE-FILE
               MOVE 0 TO WS-SUSP-OPEN-FLAG
                       MOVE CTRL-IRA-LIMIT
                           TO WS-CFG-IRA-LIMIT
                   END-IF
                   IF CTRL-DEP-INS-LIMIT NUMERIC
                       AND CTRL-DEP-INS-LIMIT > 0
                       MOVE CTRL-DEP-INS-LIMIT
                           TO WS-CFG-DEP-INS-LIMIT
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
                   IF CTRL-SGNR-THRESHOLD NUMERIC
                       MOVE CTRL-SGNR-THRESHOLD
                           TO WS-CFG-SGNR-THRESHOLD
                   END-IF
                   IF CTRL-IDLE-MINUTES NUMERIC
                       AND CTRL-IDLE-MINUTES > 0
                       MOVE CTRL-IDLE-MINUTES
                           TO WS-CFG-IDLE-MINUTES
                   END-IF
           END-READ
           COMPUTE WS-IDLE-SECONDS = WS-CFG-IDLE-MINUTES * 60.
       LOAD-CTRL-PARAMS-EXIT.
           EXIT.

       SHOW-MAIN-MENU.
           MOVE SPACES TO WS-MENU-CHOICE
           DISPLAY MAIN-MENU-SCR
           ACCEPT MAIN-MENU-SCR WITH TIME-OUT WS-IDLE-SECONDS
           MOVE WS-MENU-CHOICE TO WS-ENT-KEY
           PERFORM CHECK-MENU-ENTITLEMENT
               THRU CHECK-MENU-ENTITLEMENT-EXIT
           EVALUATE TRUE
               WHEN WS-KEY-TIMEOUT
                   MOVE "I" TO WS-SESS-END-STATUS
                   MOVE 1 TO WS-PROGRAM-DONE
               WHEN WS-KEY-F12
                   MOVE 1 TO WS-PROGRAM-DONE
               WHEN NOT WS-ENT-GRANTED
                   PERFORM REFUSE-FUNCTION THRU REFUSE-FUNCTION-EXIT
               WHEN OTHER
                   EVALUATE WS-MENU-CHOICE
                       WHEN "1" PERFORM DO-CREATE-ACCOUNT
                           THRU DO-DEPOSIT-QUOTE-EXIT
                       WHEN "D" PERFORM DO-DRAWER-RECON
                           THRU DO-DRAWER-RECON-EXIT
                       WHEN "A" PERFORM DO-ATM-DEPOSIT-COUNT
                           THRU DO-ATM-DEPOSIT-COUNT-EXIT
                   END-EVALUATE
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS
           IF NOT WS-EXIT-PROGRAM
               PERFORM REFRESH-OPERATOR-SESSION
                   THRU REFRESH-OPERATOR-SESSION-EXIT
           END-IF.

      *    A sub-menu or entry screen left unanswered for the idle
      *    limit ends the session as the main menu does: the session
      *    is recorded as an idle sign-off and the screen's own F12
      *    handling takes it from there.
       CHECK-IDLE-TIMEOUT.
           IF WS-KEY-TIMEOUT
               MOVE "I" TO WS-SESS-END-STATUS
               SET WS-KEY-F12 TO TRUE
           END-IF.

      *    A menu key listed in FUNC-CAT must be granted to the
      *    operator's role on ROLES.dat (kept in OPERADM). Keys not
      *    in the catalog, an UNKNOWN sign-on, and a site with no
      *    ROLES.dat are not restricted. Grants are read live, so a
      *    revocation takes effect at the next menu choice.
       CHECK-MENU-ENTITLEMENT.
           SET WS-ENT-GRANTED TO TRUE
           MOVE SPACES TO WS-ENT-FUNC
           IF WS-ENT-ROLE = SPACES
               GO TO CHECK-MENU-ENTITLEMENT-EXIT
           END-IF
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > FUNC-COUNT
               OR FUNC-MENU-KEY(WS-ENT-IDX) = WS-ENT-KEY
               CONTINUE
           END-PERFORM
           IF WS-ENT-IDX > FUNC-COUNT
               GO TO CHECK-MENU-ENTITLEMENT-EXIT
           END-IF
           MOVE FUNC-CODE(WS-ENT-IDX) TO WS-ENT-FUNC
           IF NOT WS-ROLE-IS-OPEN
               OPEN INPUT ROLE-FILE
               IF NOT WS-ROLE-OK
                   GO TO CHECK-MENU-ENTITLEMENT-EXIT
               END-IF
               SET WS-ROLE-IS-OPEN TO TRUE
           END-IF
           MOVE WS-ENT-ROLE TO ROLE-CODE
           MOVE WS-ENT-FUNC TO ROLE-FUNC
           READ ROLE-FILE
               INVALID KEY
                   MOVE 0 TO WS-ENT-FLAG
           END-READ.
       CHECK-MENU-ENTITLEMENT-EXIT.
           EXIT.

      *    A function the role does not grant: say so plainly and
      *    record the attempt.
       REFUSE-FUNCTION.
           MOVE "NOT PERMITTED" TO WS-RESULT-TITLE
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
           STRING "Role " WS-ENT-ROLE " does not permit "
               FUNC-DESC(WS-ENT-IDX)
               DELIMITED BY "  " INTO WS-RESULT-LINE1
           END-STRING
           STRING "(" WS-ENT-FUNC ")."
               DELIMITED BY SPACE INTO WS-RESULT-LINE2
           END-STRING
           MOVE "Ask a supervisor to grant it in OPERADM."
               TO WS-RESULT-LINE3
           MOVE "The attempt has been logged." TO WS-RESULT-LINE4
           MOVE ZEROS TO ACCT-NO
           MOVE "REFUSED" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "FUNC " WS-ENT-FUNC " ROLE " WS-ENT-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           PERFORM SHOW-RESULT.
       REFUSE-FUNCTION-EXIT.
           EXIT.

      *    Record locks taken with READ ... WITH LOCK are held from
      *    the moment a function brings a record up until it has
      *    been posted (or abandoned), then released here before the
      *    next menu choice. A second terminal reaching for a held
      *    record is told to retry instead of overwriting it.
       RELEASE-RECORD-LOCKS.
           IF WS-ACCT-IS-OPEN
               UNLOCK ACCT-FILE
           END-IF
           IF WS-CUST-IS-OPEN
               UNLOCK CUST-FILE
           END-IF.

      *--- Populate detail display fields from ACCT-REC ---
       POPULATE-DETAIL-FIELDS.
           DISPLAY RESULT-SCR
           ACCEPT RESULT-SCR.

      *--- Record held at another terminal (caller sets the title) ---
       SHOW-RECORD-LOCKED.
           MOVE "Account in use at another terminal."
               TO WS-RESULT-LINE1
           MOVE "Nothing was posted - retry in a moment."
               TO WS-RESULT-LINE2
           MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
               WS-RESULT-LINE5
           PERFORM SHOW-RESULT.

       SHOW-CUST-LOCKED.
           MOVE "Customer record in use at another terminal."
               TO WS-RESULT-LINE1
           MOVE "Nothing was changed - retry in a moment."
               TO WS-RESULT-LINE2
           MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
               WS-RESULT-LINE5
           PERFORM SHOW-RESULT.

      *================================================================*
      * CREATE ACCOUNT                                                 *
      *================================================================*
       DO-CREATE-ACCOUNT.
      *    A site that has taken up the application queue opens
      *    accounts in APPLMGR, after the checklist and a second
      *    operator's approval. Training sessions still practice
      *    the opening here against the training set.
           IF NOT WS-TRAINING-MODE
               OPEN INPUT APPL-FILE
               IF WS-APPL-OK
                   CLOSE APPL-FILE
                   MOVE "CREATE ACCOUNT - NOT AVAILABLE"
                       TO WS-RESULT-TITLE
                   MOVE "New accounts are opened through the"
                       TO WS-RESULT-LINE1
                   MOVE "application queue (APPLMGR)."
                       TO WS-RESULT-LINE2
                   MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-CREATE-ACCOUNT-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-INP-NAME WS-INP-TYPE WS-INP-DEPOSIT
               WS-INP-PRODUCT
               WS-INP-OD-LIMIT WS-INP-CURRENCY
               WS-INP-MAXW-COUNT WS-INP-MAXW-AMT
               WS-INP-JOINT-NAME WS-INP-MATURITY
               WS-INP-LINKED-ACCT
           DISPLAY CREATE-ACCT-SCR
           ACCEPT CREATE-ACCT-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CREATE-ACCOUNT-EXIT
           END-IF
               GO TO DO-CREATE-ACCOUNT-EXIT
           END-IF

      *    Validate product. With a product master the account
      *    opens on an active product, which sets its type and its
      *    opening rules; without one it opens by bare type.
           MOVE SPACES TO WS-OPEN-PRODUCT
           MOVE WS-CFG-MIN-DEPOSIT TO WS-OPEN-MIN-DEPOSIT
           IF WS-PROD-IS-OPEN
               MOVE FUNCTION UPPER-CASE(WS-INP-PRODUCT)
                   TO WS-INP-PRODUCT
               MOVE WS-INP-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   INVALID KEY
                       MOVE SPACES TO PROD-CODE
               END-READ
               IF PROD-CODE = SPACES OR WS-INP-PRODUCT = SPACES
                   OR PROD-IS-RETIRED
                   MOVE "CREATE ACCOUNT - ERROR"
                       TO WS-RESULT-TITLE
                   MOVE "Enter an active product code from the"
                       TO WS-RESULT-LINE1
                   MOVE "product master (e.g. CHK, SAV, CD, MMKT)."
                       TO WS-RESULT-LINE2
                   MOVE SPACES TO WS-RESULT-LINE3
                       WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-CREATE-ACCOUNT-EXIT
               END-IF
               MOVE PROD-CODE TO WS-OPEN-PRODUCT
               MOVE PROD-BASE-TYPE TO WS-INP-TYPE
               MOVE PROD-MIN-OPEN TO WS-OPEN-MIN-DEPOSIT
               IF PROD-IS-CHECKING AND NOT PROD-OD-OK
                   AND FUNCTION NUMVAL(WS-INP-OD-LIMIT) > ZEROS
                   MOVE "CREATE ACCOUNT - ERROR"
                       TO WS-RESULT-TITLE
                   MOVE SPACES TO WS-RESULT-LINE1
                   STRING "Product " PROD-CODE " does not allow "
                       "an overdraft limit."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   MOVE SPACES TO WS-RESULT-LINE2
                       WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-CREATE-ACCOUNT-EXIT
               END-IF
           END-IF

      *    Validate type
           MOVE FUNCTION UPPER-CASE(WS-INP-TYPE)
               TO WS-INP-TYPE
               END-IF
               MOVE FUNCTION NUMVAL(WS-INP-CD-TERM)
                   TO WS-CD-TERM-MONTHS
      *        A product offering fixed terms takes its first term
      *        as the default and refuses any term it does not offer.
               IF WS-OPEN-PRODUCT NOT = SPACES
                   AND PROD-CD-TERM (1) > ZEROS
                   IF WS-CD-TERM-MONTHS = ZEROS
                       MOVE PROD-CD-TERM (1) TO WS-CD-TERM-MONTHS
                   END-IF
                   MOVE 0 TO WS-TERM-FLAG
                   PERFORM CHECK-ONE-CD-TERM
                       VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > 4 OR WS-TERM-OFFERED
                   IF NOT WS-TERM-OFFERED
                       MOVE "CREATE ACCOUNT - ERROR"
                           TO WS-RESULT-TITLE
                       MOVE SPACES TO WS-RESULT-LINE1
                           WS-RESULT-LINE2
                       STRING "Product " PROD-CODE " does not "
                           "offer that term. Terms offered:"
                           DELIMITED BY SIZE INTO WS-RESULT-LINE1
                       END-STRING
                       STRING PROD-CD-TERM (1) " " PROD-CD-TERM (2)
                           " " PROD-CD-TERM (3) " " PROD-CD-TERM (4)
                           " months"
                           DELIMITED BY SIZE INTO WS-RESULT-LINE2
                       END-STRING
                       MOVE SPACES TO WS-RESULT-LINE3
                           WS-RESULT-LINE4 WS-RESULT-LINE5
                       PERFORM SHOW-RESULT
                       GO TO DO-CREATE-ACCOUNT-EXIT
                   END-IF
               END-IF
               IF WS-CD-TERM-MONTHS = ZEROS
                   MOVE 12 TO WS-CD-TERM-MONTHS
               END-IF
           END-IF

      *    A checking account may name a savings account to sweep
      *    from automatically on an otherwise-declined withdrawal.
      *    Looked up now, while ACCT-REC is still free to use as
      *    scratch space - it is fully repopulated below before this
      *    new account is written.
           MOVE ZEROS TO WS-LINKED-ACCT-NO
           IF WS-INP-TYPE = "C"
               AND (WS-OPEN-PRODUCT = SPACES OR PROD-SWEEP-OK)
               MOVE SPACES TO WS-RESULT-LINE1 WS-INP-LINKED-ACCT
               DISPLAY LINKED-ACCT-SCR
               ACCEPT LINKED-ACCT-SCR
      *    Validate deposit
           MOVE FUNCTION NUMVAL(WS-INP-DEPOSIT)
               TO WS-DEPOSIT-AMT
           IF WS-DEPOSIT-AMT < WS-OPEN-MIN-DEPOSIT
               MOVE "CREATE ACCOUNT - ERROR"
                   TO WS-RESULT-TITLE
               MOVE "Deposit does not meet the minimum amount."
           MOVE FUNCTION NUMVAL(WS-INP-MAXW-COUNT) TO WS-MAXW-COUNT
           MOVE FUNCTION NUMVAL(WS-INP-MAXW-AMT) TO WS-MAXW-AMT

      *    A rate promotion named at opening must be running and
      *    offered on the account type; a code that does not qualify
      *    stops the opening rather than opening at the wrong rate.
           MOVE SPACES TO WS-OPEN-PROMO
           MOVE ZEROS TO WS-OPEN-PROMO-EXP
           IF WS-PROMO-IS-OPEN
               MOVE SPACES TO WS-RESULT-LINE1 WS-INP-PROMO
               MOVE "Marketing rate promotion, if the customer has one:"
                   TO WS-RESULT-LINE1
               DISPLAY PROMO-CODE-SCR
               ACCEPT PROMO-CODE-SCR
               IF WS-KEY-F3
                   GO TO DO-CREATE-ACCOUNT-EXIT
               END-IF
               IF WS-INP-PROMO NOT = SPACES
                   PERFORM CHECK-OPEN-PROMO
                       THRU CHECK-OPEN-PROMO-EXIT
                   IF WS-OPEN-PROMO = SPACES
                       MOVE "CREATE ACCOUNT - ERROR"
                           TO WS-RESULT-TITLE
                       MOVE SPACES TO WS-RESULT-LINE3
                           WS-RESULT-LINE4 WS-RESULT-LINE5
                       PERFORM SHOW-RESULT
                       GO TO DO-CREATE-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-IF

      *    Create the account record
           MOVE WS-NEXT-ACCT-NO   TO ACCT-NO
           MOVE WS-INP-NAME       TO ACCT-NAME
           MOVE ZEROS             TO ACCT-IRA-MATURE-DT
           MOVE SPACES            TO ACCT-POD-NAME
           MOVE ZEROS             TO ACCT-LEGAL-AMT
           MOVE ZEROS             TO ACCT-PLEDGE-AMT
           MOVE ZEROS             TO ACCT-XWD-MONTH
           MOVE ZEROS             TO ACCT-XWD-COUNT
           MOVE ZEROS             TO ACCT-XWD-CHARGED
           MOVE ZEROS             TO ACCT-XWD-OVER-MOS
           MOVE ZEROS             TO ACCT-IFEE-DATE
           MOVE ZEROS             TO ACCT-IFEE-COUNT
           MOVE WS-OPEN-PRODUCT   TO ACCT-PRODUCT
           MOVE SPACES            TO ACCT-ANALYSIS
           MOVE ZEROS             TO ACCT-STMT-CYCLE
           MOVE SPACES            TO ACCT-STMT-FREQ
           MOVE ZEROS             TO ACCT-STMT-LAST-DT
           MOVE WS-OPEN-PROMO     TO ACCT-PROMO-CODE
           MOVE WS-OPEN-PROMO-EXP TO ACCT-PROMO-EXP-DT
           MOVE ZEROS             TO ACCT-INT-ACCRUED
           MOVE ZEROS             TO ACCT-INT-ACCR-DT
           MOVE ZEROS             TO ACCT-CHGOFF-AMT
           MOVE ZEROS             TO ACCT-CHGOFF-DT
           MOVE SPACES            TO ACCT-RES-NO-DEBIT
      *    branch; ACCTMGR offers branch selection for accounts
      *    opened under a different branch's books.
           MOVE "0001"            TO ACCT-BRANCH
           IF WS-OPEN-PRODUCT NOT = SPACES
               MOVE PROD-INT-RATE TO ACCT-INT-RATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-INP-TYPE = "S"
                       MOVE 01.5000 TO ACCT-INT-RATE
                   WHEN WS-INP-TYPE = "D"
                       MOVE 03.0000 TO ACCT-INT-RATE
                   WHEN WS-INP-TYPE = "M"
                       MOVE 02.0000 TO ACCT-INT-RATE
                   WHEN OTHER
                       MOVE 00.0000 TO ACCT-INT-RATE
               END-EVALUATE
           END-IF

           WRITE ACCT-REC
           IF WS-ACCT-OK
               END-EVALUATE
               MOVE "Account is now active."
                   TO WS-RESULT-LINE5
               IF ACCT-PRODUCT NOT = SPACES
                   MOVE SPACES TO WS-RESULT-LINE5
                   STRING "Product " ACCT-PRODUCT
                       " - account is now active."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE5
                   END-STRING
               END-IF
               IF ACCT-PROMO-CODE NOT = SPACES
                   MOVE SPACES TO WS-RESULT-LINE5
                   STRING "Promotion " ACCT-PROMO-CODE " until "
                       ACCT-PROMO-EXP-DT " - account is now active."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE5
                   END-STRING
               END-IF
               COMPUTE WS-NEXT-BASE =
                   FUNCTION INTEGER(WS-NEXT-ACCT-NO / 10) + 1
               PERFORM BUILD-NEXT-ACCT-NO
       DO-CREATE-ACCOUNT-EXIT.
           EXIT.

      *    Leaves WS-OPEN-PROMO and WS-OPEN-PROMO-EXP set when the
      *    keyed promotion is active, today is inside its campaign
      *    window and the account type is one it is offered on;
      *    otherwise leaves them clear with the reason in
      *    WS-RESULT-LINE1/2.
       CHECK-OPEN-PROMO.
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
           MOVE FUNCTION UPPER-CASE(WS-INP-PROMO) TO WS-INP-PROMO
           MOVE WS-INP-PROMO TO PROMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   STRING "Promotion " WS-INP-PROMO
                       " is not on the promotion table."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   GO TO CHECK-OPEN-PROMO-EXIT
           END-READ
           IF NOT PROMO-IS-ACTIVE
               STRING "Promotion " PROMO-CODE " is withdrawn."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           IF WS-TODAY-DATE < PROMO-START-DT
               OR WS-TODAY-DATE > PROMO-END-DT
               STRING "Promotion " PROMO-CODE " runs for accounts "
                   "opened"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING PROMO-START-DT " to " PROMO-END-DT " only."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE2
               END-STRING
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           MOVE 0 TO WS-PROMO-TALLY
           INSPECT PROMO-TYPES TALLYING WS-PROMO-TALLY
               FOR ALL WS-INP-TYPE
           IF WS-PROMO-TALLY = 0
               STRING "Promotion " PROMO-CODE " is not offered on "
                   "this account type"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING "(types " PROMO-TYPES ")."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE2
               END-STRING
               GO TO CHECK-OPEN-PROMO-EXIT
           END-IF
           PERFORM SET-PROMO-EXPIRY
           MOVE PROMO-CODE TO WS-OPEN-PROMO.
       CHECK-OPEN-PROMO-EXIT.
           EXIT.

      *    Today plus PROMO-TERM-MOS months; a day past the end of
      *    the target month (31 Jan + 1 month) takes its last day.
       SET-PROMO-EXPIRY.
           MOVE WS-TODAY-DATE TO WS-PX-DATE-N
           COMPUTE WS-PX-MONTHS = WS-PX-YEAR * 12 + WS-PX-MONTH - 1
               + PROMO-TERM-MOS
           DIVIDE WS-PX-MONTHS BY 12 GIVING WS-PX-YEAR
               REMAINDER WS-PX-MONTH
           ADD 1 TO WS-PX-MONTH
           COMPUTE WS-PX-FIRST = WS-PX-YEAR * 10000
               + WS-PX-MONTH * 100 + 1
           IF WS-PX-MONTH = 12
               COMPUTE WS-PX-NEXT-FIRST = (WS-PX-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PX-NEXT-FIRST = WS-PX-FIRST + 100
           END-IF
           COMPUTE WS-PX-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PX-NEXT-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-PX-FIRST)
           IF WS-PX-DAY > WS-PX-MONTH-DAYS
               MOVE WS-PX-MONTH-DAYS TO WS-PX-DAY
           END-IF
           MOVE WS-PX-DATE-N TO WS-OPEN-PROMO-EXP.

       CHECK-ONE-CD-TERM.
           IF PROD-CD-TERM (WS-TERM-IDX) > ZEROS
               AND PROD-CD-TERM (WS-TERM-IDX) = WS-CD-TERM-MONTHS
               SET WS-TERM-OFFERED TO TRUE
           END-IF.

      *    Journals the opening deposit as an ordinary "D" transaction
      *    so whole-book jobs (TRIALBAL) can cross-foot account
      *    balances against the transaction log from day one.
       DO-LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LOOKUP-ACCOUNT-EXIT
           END-IF
       DO-CLOSE-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CLOSE-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-CLOSE-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "CLOSE ACCOUNT - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-CLOSE-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "CLOSE ACCOUNT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-CLOSE-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-CLOSE-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               MOVE "CLOSE ACCOUNT - ERROR"
       DO-HOLD-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-HOLD-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-HOLD-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "HOLD ACCOUNT - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-HOLD-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "HOLD ACCOUNT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-HOLD-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-HOLD-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               MOVE "HOLD ACCOUNT - ERROR"
       DO-RELEASE-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-RELEASE-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-RELEASE-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "RELEASE HOLD - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-RELEASE-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "RELEASE HOLD - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-RELEASE-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-RELEASE-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-IS-HOLD
               MOVE "RELEASE HOLD - ERROR"
       DO-REOPEN-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-REOPEN-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-REOPEN-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "REOPEN ACCOUNT - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-REOPEN-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "REOPEN ACCOUNT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-REOPEN-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-REOPEN-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-IS-CLOSED
               MOVE "REOPEN ACCOUNT - ERROR"
       DO-CONVERT-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CONVERT-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-CONVERT-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "CONVERT ACCOUNT - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-CONVERT-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "CONVERT ACCOUNT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-CONVERT-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-CONVERT-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               MOVE "CONVERT ACCOUNT - ERROR"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               MOVE WS-INP-TYPE TO ACCT-TYPE
      *        The old product no longer describes the account; it
      *        runs on the type's CTRL rules until re-papered.
               MOVE SPACES TO ACCT-PRODUCT
               MOVE WS-INP-MATURITY TO ACCT-MATURITY-DT
               EVALUATE TRUE
                   WHEN WS-INP-TYPE = "S"
       DO-MODIFY-ACCOUNT.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-MODIFY-ACCOUNT-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-MODIFY-ACCOUNT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "EDIT NAME - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-MODIFY-ACCOUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "EDIT NAME - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-MODIFY-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-MODIFY-ACCOUNT-EXIT
           END-IF

           IF ACCT-IS-CLOSED
               MOVE "EDIT NAME - ERROR"
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-MAINT-FIELD
               WS-INP-MAINT-VALUE
           DISPLAY MAINT-REQ-SCR
           ACCEPT MAINT-REQ-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LIMITS-MAINT-EXIT
           END-IF
                   PERFORM SHOW-RESULT
                   GO TO DO-LIMITS-MAINT-EXIT
           END-READ
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-LIMITS-MAINT-EXIT
           END-IF
           IF ACCT-IS-CLOSED
               MOVE "LIMITS & LINKS - ERROR" TO WS-RESULT-TITLE
               MOVE "Account is closed."
       SHOW-FDX-MENU.
           MOVE SPACES TO WS-MENU-CHOICE
           DISPLAY FDX-MENU-SCR
           ACCEPT FDX-MENU-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               MOVE 1 TO WS-SCREEN-DONE
               GO TO SHOW-FDX-MENU-EXIT
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-FDX-TO
               WS-INP-FDX-BENE WS-INP-AMOUNT WS-INP-FDX-DATE
           DISPLAY FDX-CREATE-SCR
           ACCEPT FDX-CREATE-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CREATE-FDX-EXIT
           END-IF
       DO-LIST-FDX.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LIST-FDX-EXIT
           END-IF
           MOVE SPACES TO WS-INP-CUST-NO
           MOVE "CANCEL FUTURE TRANSFER" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CANCEL-FDX-EXIT
           END-IF
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-AMOUNT
               WS-INP-OFCHK-PAYEE
           DISPLAY OFCHK-SCR
           ACCEPT OFCHK-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-OFFICIAL-CHECK-EXIT
           END-IF
               GO TO DO-OFFICIAL-CHECK-EXIT
           END-IF

           MOVE SPACES TO WS-OVERRIDE-ID
           MOVE FUNCTION NUMVAL(WS-INP-AMOUNT) TO WS-OFCHK-AMT
           IF WS-OFCHK-AMT < 0.01
               MOVE "OFFICIAL CHECK - ERROR" TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-OFFICIAL-CHECK-EXIT
               END-IF
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       MOVE "OFFICIAL CHECK - NOT FOUND"
                           TO WS-RESULT-TITLE
                       PERFORM SHOW-RESULT
                       GO TO DO-OFFICIAL-CHECK-EXIT
               END-READ
               IF WS-ACCT-LOCKED
                   MOVE "OFFICIAL CHECK - IN USE" TO WS-RESULT-TITLE
                   PERFORM SHOW-RECORD-LOCKED
                   GO TO DO-OFFICIAL-CHECK-EXIT
               END-IF
               PERFORM CHECK-ACCOUNT-MEMOS
                   THRU CHECK-ACCOUNT-MEMOS-EXIT
               IF WS-MEMO-NOT-ACKED
                   GO TO DO-OFFICIAL-CHECK-EXIT
               END-IF
               IF NOT ACCT-IS-ACTIVE
                   MOVE "OFFICIAL CHECK - ERROR"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-OFFICIAL-CHECK-EXIT
               END-IF
               MOVE 0 TO WS-SELF-DEAL-FLAG
               PERFORM CHECK-INSIDER-POSTING
                   THRU CHECK-INSIDER-POSTING-EXIT
               MOVE WS-OFCHK-AMT TO WS-LIMIT-CHECK-AMT
               IF WS-SELF-DEALING
                   PERFORM GET-SELF-DEAL-OVERRIDE
                       THRU GET-SELF-DEAL-OVERRIDE-EXIT
                   IF NOT WS-OVERRIDE-OK
                       MOVE "OFFICIAL CHECK - INSIDER"
                           TO WS-RESULT-TITLE
                       MOVE "The account holder is an insider linked to"
                           TO WS-RESULT-LINE1
                       MOVE "your operator ID - a supervisor override"
                           TO WS-RESULT-LINE2
                       MOVE "is needed to post to it."
                           TO WS-RESULT-LINE3
                       MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                       PERFORM SHOW-RESULT
                       GO TO DO-OFFICIAL-CHECK-EXIT
                   END-IF
               END-IF
               MOVE ACCT-BAL TO WS-AVAIL-BAL
               IF ACCT-HOLD-AMT NUMERIC
                   SUBTRACT ACCT-HOLD-AMT FROM WS-AVAIL-BAL
               IF ACCT-LEGAL-AMT NUMERIC
                   SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-PLEDGE-AMT NUMERIC
                   SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
               END-IF
               IF ACCT-IS-CHECKING
                   ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
               END-IF
      *    The settlement account holds the funds until INCLEAR
      *    pays the presented check out of it.
           MOVE WS-CFG-OFCHK-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "OFFICIAL CHECK - ERROR"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-OFFICIAL-CHECK-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "OFFICIAL CHECK - IN USE" TO WS-RESULT-TITLE
               PERFORM UNDO-OFCHK-DEBIT
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-OFFICIAL-CHECK-EXIT
           END-IF

      *    Same same-currency rule the other supervised payouts
      *    apply - settlement holds the funds at face value, so a
           END-IF
           MOVE "OFCK"            TO TXN-CATEGORY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE WS-OVERRIDE-ID    TO TXN-OVERRIDE-ID
           MOVE WS-NEXT-OFCHK-SERIAL TO TXN-CHECK-NO
           MOVE ZEROS             TO TXN-RUN-ID
           MOVE SPACES            TO TXN-BRANCH
           MOVE SPACES TO WS-INP-DQ-AMOUNT WS-INP-DQ-TERM1
               WS-INP-DQ-TERM2 WS-INP-DQ-TERM3
           DISPLAY DEPQ-SCR
           ACCEPT DEPQ-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-DEPOSIT-QUOTE-EXIT
           END-IF
           EXIT.

      *    Highest band of WS-DQ-TYPE whose minimum the quoted
      *    amount reaches, effective terms only - the lookup
      *    INTPOST applies at posting, keyed on the quote amount
      *    instead of an account.
       LOOK-UP-QUOTE-RATE.
                           MOVE RATE-EFF-DATE TO WS-DQ-EFFDATE
                           MOVE 1 TO WS-DQ-RATE-FOUND
                       END-IF
                       IF RATE-EFF-DATE > WS-TODAY-DATE
                           AND RATE-PRIOR-EFF-DT NUMERIC
                           AND RATE-PRIOR-EFF-DT > ZEROS
                           AND RATE-PRIOR-EFF-DT NOT > WS-TODAY-DATE
                           AND WS-DQ-AMOUNT >= RATE-PRIOR-MIN-BAL
                           MOVE RATE-PRIOR-PCT TO WS-DQ-RATE
                           MOVE RATE-BAND TO WS-DQ-BAND
                           MOVE RATE-PRIOR-EFF-DT TO WS-DQ-EFFDATE
                           MOVE 1 TO WS-DQ-RATE-FOUND
                       END-IF
                   END-IF
           END-READ.

           MOVE SPACES TO WS-INP-ACCTNO WS-INP-AMOUNT
               WS-INP-DESC WS-INP-CATEGORY
           DISPLAY TXN-ENTRY-SCR
           ACCEPT TXN-ENTRY-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-DEPOSIT-EXIT
           END-IF
           IF WS-INP-CATEGORY = SPACES
               MOVE "MISC" TO WS-INP-CATEGORY
           END-IF
           MOVE SPACES TO WS-OVERRIDE-ID

           MOVE WS-INP-ACCTNO TO ACCT-NO
           PERFORM VALIDATE-ACCT-NO-CHECK-DIGIT
               PERFORM SHOW-RESULT
               GO TO DO-DEPOSIT-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "DEPOSIT - ERROR" TO WS-RESULT-TITLE
                   MOVE "Account not found."
                   PERFORM SHOW-RESULT
                   GO TO DO-DEPOSIT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "DEPOSIT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-DEPOSIT-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-DEPOSIT-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               MOVE "DEPOSIT - ERROR" TO WS-RESULT-TITLE
               GO TO DO-DEPOSIT-EXIT
           END-IF
           IF WS-EFF-DATE < WS-TODAY-DATE
               MOVE WS-EFF-DATE TO WS-PERD-CHECK-DATE
               PERFORM CHECK-PERIOD-CLOSED
                   THRU CHECK-PERIOD-CLOSED-EXIT
               IF WS-PERIOD-IS-CLOSED
                   MOVE "DEPOSIT - PERIOD CLOSED" TO WS-RESULT-TITLE
                   MOVE "The value date falls in a closed"
                       TO WS-RESULT-LINE1
                   MOVE "accounting period. A supervisor must"
                       TO WS-RESULT-LINE2
                   MOVE "reopen the period (PERCLOSE) first."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-DEPOSIT-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INP-AMOUNT)
                   TO WS-LIMIT-CHECK-AMT
               PERFORM GET-SUPERVISOR-OVERRIDE
               END-IF
           END-IF

      *    The operator linked to an insider customer does not post
      *    to that customer's accounts on their own authority.
           MOVE 0 TO WS-SELF-DEAL-FLAG
           PERFORM CHECK-INSIDER-POSTING
               THRU CHECK-INSIDER-POSTING-EXIT
           MOVE WS-TXN-AMT TO WS-LIMIT-CHECK-AMT
           IF WS-SELF-DEALING
               PERFORM GET-SELF-DEAL-OVERRIDE
                   THRU GET-SELF-DEAL-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   MOVE "DEPOSIT - INSIDER" TO WS-RESULT-TITLE
                   MOVE "The account holder is an insider linked to"
                       TO WS-RESULT-LINE1
                   MOVE "your operator ID - a supervisor override"
                       TO WS-RESULT-LINE2
                   MOVE "is needed to post to it."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-DEPOSIT-EXIT
               END-IF
           END-IF

      *    Checks drawn on other banks in the deposit are keyed
      *    item by item for the cash letter.
           PERFORM CAPTURE-CHECK-ITEMS THRU CAPTURE-CHECK-ITEMS-EXIT
           IF WS-CHK-ABANDONED
               GO TO DO-DEPOSIT-EXIT
           END-IF

           IF WS-TXN-AMT > WS-LARGE-TXN-THRESHOLD
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-NEXT-TXN-ID    TO TXN-ID
               MOVE ACCT-CURRENCY   TO TXN-CURRENCY
               MOVE WS-INP-CATEGORY TO TXN-CATEGORY
               MOVE ZEROS           TO TXN-FX-RATE
               MOVE WS-OVERRIDE-ID  TO TXN-OVERRIDE-ID
               MOVE ZEROS           TO TXN-CHECK-NO
               MOVE ZEROS           TO TXN-RUN-ID
               MOVE SPACES          TO TXN-BRANCH
               MOVE TXN-DATE        TO TXN-EFF-DATE
               WRITE TXN-REC
               IF WS-TXN-OK
                   MOVE TXN-ID TO WS-CLTR-TXN-ID
                   MOVE ZEROS TO WS-CLTR-HOLD-ID
                   ADD 1 TO WS-NEXT-TXN-ID
                   PERFORM PERSIST-NEXT-TXN-ID
                   PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
                   PERFORM WRITE-CHECK-ITEMS
               END-IF
               MOVE "DEPOSIT PENDING" TO WS-RESULT-TITLE
               MOVE "Exceeds large-transaction threshold."
           MOVE ACCT-CURRENCY   TO TXN-CURRENCY
           MOVE WS-INP-CATEGORY TO TXN-CATEGORY
           MOVE ZEROS           TO TXN-FX-RATE
           MOVE WS-OVERRIDE-ID  TO TXN-OVERRIDE-ID
           MOVE ZEROS           TO TXN-CHECK-NO
           MOVE ZEROS           TO TXN-RUN-ID
           MOVE SPACES          TO TXN-BRANCH
           MOVE 0 TO WS-DEP-LOG-FLAG
           IF WS-TXN-OK
               SET WS-DEP-LOGGED TO TRUE
               MOVE TXN-ID TO WS-CLTR-TXN-ID
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
           END-IF
           MOVE ZEROS TO WS-CLTR-HOLD-ID
           IF WS-HOLD-AMT > ZEROS
               PERFORM WRITE-HOLD-RECORD THRU WRITE-HOLD-RECORD-EXIT
           END-IF
           IF WS-DEP-LOGGED
               PERFORM WRITE-CHECK-ITEMS
           END-IF
           IF WS-EFF-DATE < WS-TODAY-DATE
               PERFORM POST-VALUE-DATE-INT-ADJ
                   THRU POST-VALUE-DATE-INT-ADJ-EXIT
                   THRU CHECK-ALERT-TRIGGERS-EXIT
               MOVE "Transaction logged."
                   TO WS-RESULT-LINE3
               IF WS-CHK-COUNT > ZEROS
                   STRING "Check items for the cash letter: "
                       WS-CHK-WRITTEN " of " WS-CHK-COUNT
                       DELIMITED BY SIZE INTO WS-RESULT-LINE4
                   END-STRING
               END-IF
           ELSE
               MOVE "D" TO WS-SUSP-TYPE
               MOVE "Account credited but journal write failed."
       DO-DEPOSIT-EXIT.
           EXIT.

      *    Sets WS-PERIOD-IS-CLOSED when WS-PERD-CHECK-DATE falls in
      *    an accounting period PERCLOSE has closed. No period file
      *    means no period has been closed yet.
       CHECK-PERIOD-CLOSED.
           MOVE 0 TO WS-PERD-CLOSED-FLAG
           OPEN INPUT PERD-FILE
           IF NOT WS-PERD-OK
               GO TO CHECK-PERIOD-CLOSED-EXIT
           END-IF
           MOVE WS-PERD-CHECK-DATE(1:6) TO PERD-PERIOD
           READ PERD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERD-IS-CLOSED
                       SET WS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
           END-READ
           CLOSE PERD-FILE.
       CHECK-PERIOD-CLOSED-EXIT.
           EXIT.

      *================================================================*
      * WITHDRAWAL                                                     *
      *================================================================*
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-AMOUNT
               WS-INP-DESC WS-INP-CATEGORY
           DISPLAY TXN-ENTRY-SCR
           ACCEPT TXN-ENTRY-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-WITHDRAWAL-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-WITHDRAWAL-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "WITHDRAWAL - ERROR"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-WITHDRAWAL-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "WITHDRAWAL - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-WITHDRAWAL-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-WITHDRAWAL-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               MOVE "WITHDRAWAL - ERROR"
               END-IF
           END-IF

      *    Nor may the operator linked to an insider customer pay
      *    themselves out of that customer's accounts unsupervised.
           MOVE 0 TO WS-SELF-DEAL-FLAG
           PERFORM CHECK-INSIDER-POSTING
               THRU CHECK-INSIDER-POSTING-EXIT
           MOVE WS-TXN-AMT TO WS-LIMIT-CHECK-AMT
           IF WS-SELF-DEALING
               PERFORM GET-SELF-DEAL-OVERRIDE
                   THRU GET-SELF-DEAL-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   MOVE "WITHDRAWAL - INSIDER" TO WS-RESULT-TITLE
                   MOVE "The account holder is an insider linked to"
                       TO WS-RESULT-LINE1
                   MOVE "your operator ID - a supervisor override"
                       TO WS-RESULT-LINE2
                   MOVE "is needed to post to it."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-WITHDRAWAL-EXIT
               END-IF
           END-IF

      *    A withdrawal drawn by check carries its serial to the
      *    journal (the account's check register) and is refused
      *    when an active stop-payment order covers it.
           IF ACCT-LEGAL-AMT NUMERIC
               SUBTRACT ACCT-LEGAL-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-PLEDGE-AMT NUMERIC
               SUBTRACT ACCT-PLEDGE-AMT FROM WS-AVAIL-BAL
           END-IF
           IF ACCT-IS-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
           END-IF
               MOVE "posted to suspense file for follow-up."
                   TO WS-RESULT-LINE4
           END-IF
           MOVE ACCT-NO TO WS-IFEE-ACCT-NO
           PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT
           IF WS-IFEE-MSG NOT = SPACES
               MOVE WS-IFEE-MSG TO WS-RESULT-LINE5
           END-IF
           PERFORM SHOW-RESULT.
       DO-WITHDRAWAL-EXIT.
           EXIT.
           MOVE 0 TO WS-SWEEP-DONE-FLAG

           MOVE WS-SWEEP-LINKED-ACCTNO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-IS-ACTIVE
                           AND NOT WS-ACCT-LOCKED
                           AND ACCT-BAL >= WS-SWEEP-SHORTFALL
                           AND ACCT-CURRENCY = WS-SWEEP-CHK-CURRENCY
                       SUBTRACT WS-SWEEP-SHORTFALL FROM ACCT-BAL
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-XFER-ACCTNO
               WS-INP-AMOUNT
           DISPLAY XFER-ENTRY-SCR
           ACCEPT XFER-ENTRY-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-TRANSFER-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-TRANSFER-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "TRANSFER - ERROR"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-TRANSFER-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "TRANSFER - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-TRANSFER-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               MOVE "TRANSFER - ERROR"
               GO TO DO-TRANSFER-EXIT
           END-IF

      *    Either end of the transfer held by an insider linked to
      *    the signed-on operator needs an override (below).
           MOVE 0 TO WS-SELF-DEAL-FLAG
           PERFORM CHECK-INSIDER-POSTING
               THRU CHECK-INSIDER-POSTING-EXIT

      *    Save source account data
           MOVE ACCT-NO     TO WS-SAVE-ACCT-NO
           MOVE ACCT-NAME   TO WS-SAVE-ACCT-NAME
               PERFORM SHOW-RESULT
               GO TO DO-TRANSFER-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "TRANSFER - ERROR"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-TRANSFER-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "TRANSFER - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-TRANSFER-EXIT
           END-IF

           IF NOT ACCT-IS-ACTIVE
               MOVE "TRANSFER - ERROR"
               PERFORM SHOW-RESULT
               GO TO DO-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-INSIDER-POSTING
               THRU CHECK-INSIDER-POSTING-EXIT

           MOVE ACCT-BRANCH TO WS-XFER-TARGET-BRANCH

               END-IF
           END-IF

           MOVE WS-TXN-AMT TO WS-LIMIT-CHECK-AMT
           IF WS-SELF-DEALING
               PERFORM GET-SELF-DEAL-OVERRIDE
                   THRU GET-SELF-DEAL-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   MOVE "TRANSFER - INSIDER" TO WS-RESULT-TITLE
                   MOVE "The account holder is an insider linked to"
                       TO WS-RESULT-LINE1
                   MOVE "your operator ID - a supervisor override"
                       TO WS-RESULT-LINE2
                   MOVE "is needed to post to it."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-TRANSFER-EXIT
               END-IF
           END-IF

      *    Compute wire transfer fee, if any, before the funds check
           MOVE ZEROS TO WS-WIRE-FEE-AMT
           IF WS-TXN-AMT > WS-WIRE-FEE-THRESHOLD
           MOVE WS-SAVE-ACCT-TYPE TO ACCT-TYPE
           MOVE WS-SAVE-ACCT-STAT TO ACCT-STATUS
           MOVE WS-SAVE-ACCT-DT   TO ACCT-OPEN-DT
           PERFORM COUNT-CONVENIENCE-DEBIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "TRANSFER - ERROR"
               END-IF
           END-IF

           MOVE WS-SAVE-ACCT-NO TO WS-IFEE-ACCT-NO
           PERFORM ASSESS-ITEM-FEE THRU ASSESS-ITEM-FEE-EXIT

           IF WS-WIRE-FEE-AMT > ZEROS
               PERFORM DO-APPLY-WIRE-FEE THRU DO-APPLY-WIRE-FEE-EXIT
           END-IF
           END-IF

      *    Re-read source for final balance (already reflects the
      *    item and wire fees, if either was applied above)
           MOVE WS-SAVE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY CONTINUE
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           COMPUTE WS-ALERT-OLD-BAL =
               ACCT-BAL + WS-TXN-AMT + WS-WIRE-FEE-AMT + WS-IFEE-AMT
           MOVE WS-TXN-AMT TO WS-ALERT-AMT
           PERFORM CHECK-ALERT-TRIGGERS
               THRU CHECK-ALERT-TRIGGERS-EXIT
                   DELIMITED BY SIZE INTO WS-RESULT-LINE5
               END-STRING
           END-IF
           IF WS-IFEE-MSG NOT = SPACES
               IF WS-WIRE-FEE-AMT > ZEROS
                   MOVE SPACES TO WS-RESULT-LINE5
                   STRING "Wire fee: " WS-DISP-AMT "; " WS-IFEE-MSG
                       DELIMITED BY SIZE INTO WS-RESULT-LINE5
                   END-STRING
               ELSE
                   MOVE WS-IFEE-MSG TO WS-RESULT-LINE5
               END-IF
           END-IF
           PERFORM SHOW-RESULT.
       DO-TRANSFER-EXIT.
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

      *    Charges the flat wire fee on a just-completed transfer,
      *    deducting it from the source account and posting it as its
      *    own withdrawal transaction (category FEE) distinct from the
       DO-APPLY-WIRE-FEE-EXIT.
           EXIT.

      *    Charges the overdraft item fee when a teller debit has
      *    left the account in WS-IFEE-ACCT-NO below zero, posting
      *    it as its own "S" entry (category ODFE). The day's count
      *    restarts on a new banking day and no fee is charged once
      *    it reaches the daily cap. Leaves WS-IFEE-AMT and a line
      *    for the result screen in WS-IFEE-MSG when a fee posts.
       ASSESS-ITEM-FEE.
           MOVE ZEROS TO WS-IFEE-AMT
           MOVE SPACES TO WS-IFEE-MSG
           MOVE WS-IFEE-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
               INVALID KEY
                   GO TO ASSESS-ITEM-FEE-EXIT
           END-READ
           IF ACCT-BAL NOT < ZEROS OR ACCT-RES-NO-DEBITS
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           IF ACCT-IFEE-DATE NOT NUMERIC
               OR ACCT-IFEE-COUNT NOT NUMERIC
               OR ACCT-IFEE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ACCT-IFEE-DATE
               MOVE ZEROS TO ACCT-IFEE-COUNT
           END-IF
           IF ACCT-IFEE-COUNT NOT < WS-CFG-IFEE-DAY-CAP
               MOVE "Daily item fee cap reached." TO WS-IFEE-MSG
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           SUBTRACT WS-CFG-OD-ITEM-FEE FROM ACCT-BAL
           ADD 1 TO ACCT-IFEE-COUNT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               GO TO ASSESS-ITEM-FEE-EXIT
           END-IF
           MOVE WS-CFG-OD-ITEM-FEE TO WS-IFEE-AMT

           MOVE WS-NEXT-TXN-ID        TO TXN-ID
           MOVE ACCT-NO               TO TXN-ACCT-NO
           MOVE "S"                    TO TXN-TYPE
           MOVE WS-IFEE-AMT           TO TXN-AMOUNT
           MOVE WS-TODAY-DATE         TO TXN-DATE
           MOVE WS-NOW-TIME           TO TXN-TIME
           MOVE "OVERDRAFT ITEM FEE"  TO TXN-DESC
           MOVE "C"                    TO TXN-STATUS
           MOVE ZEROS                 TO TXN-XFER-ACCT
           MOVE ZEROS                 TO TXN-REF-ID
           MOVE WS-OPERATOR-ID        TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY         TO TXN-CURRENCY
           MOVE "ODFE"                TO TXN-CATEGORY
           MOVE ZEROS                 TO TXN-FX-RATE
           MOVE SPACES                TO TXN-OVERRIDE-ID
           MOVE ZEROS                 TO TXN-CHECK-NO
           MOVE ZEROS                 TO TXN-RUN-ID
           MOVE ACCT-BRANCH           TO TXN-BRANCH
           MOVE SPACES                TO TXN-XFER-BRANCH
           MOVE TXN-DATE              TO TXN-EFF-DATE
           WRITE TXN-REC
           IF WS-TXN-OK
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
           END-IF
           MOVE WS-IFEE-AMT TO WS-DISP-AMT
           STRING "Overdraft item fee: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-IFEE-MSG
           END-STRING.
       ASSESS-ITEM-FEE-EXIT.
           EXIT.

      *    Looks up the posted rate for the source-to-target currency
      *    pair on the FX rate table. The sell rate applies - the
      *    bank is selling the target currency. A pair missing from
               GO TO DO-REVERSE-TXN-EXIT
           END-IF
           DISPLAY REVERSE-ENTRY-SCR
           ACCEPT REVERSE-ENTRY-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-REVERSE-TXN-EXIT
           END-IF
               END-IF
           END-IF

      *    Take the account locks before the journal entry is marked
      *    reversed, so a record held at another terminal leaves the
      *    original entry untouched rather than half-reversed.
      *    Reversing an entry on an insider account linked to the
      *    signed-on operator - a fee waiver to themselves, say -
      *    needs an override too; the accounts are checked as they
      *    are locked.
           MOVE 0 TO WS-SELF-DEAL-FLAG
           MOVE 0 TO WS-MEMO-REFUSE-FLAG
           PERFORM LOCK-REVERSAL-ACCOUNTS
               THRU LOCK-REVERSAL-ACCOUNTS-EXIT
           IF WS-ACCT-LOCKED
               MOVE "REVERSE - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               PERFORM REOPEN-TXN-EXTEND
               GO TO DO-REVERSE-TXN-EXIT
           END-IF
           IF WS-MEMO-NOT-ACKED
               PERFORM REOPEN-TXN-EXTEND
               GO TO DO-REVERSE-TXN-EXIT
           END-IF
           MOVE WS-REV-AMOUNT TO WS-LIMIT-CHECK-AMT
           IF WS-SELF-DEALING
               PERFORM GET-SELF-DEAL-OVERRIDE
                   THRU GET-SELF-DEAL-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   MOVE "REVERSE - INSIDER" TO WS-RESULT-TITLE
                   MOVE "The account holder is an insider linked to"
                       TO WS-RESULT-LINE1
                   MOVE "your operator ID - a supervisor override"
                       TO WS-RESULT-LINE2
                   MOVE "is needed to post to it."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   PERFORM REOPEN-TXN-EXTEND
                   GO TO DO-REVERSE-TXN-EXIT
               END-IF
           END-IF

           MOVE "V" TO TXN-STATUS
           REWRITE TXN-REC
           IF NOT WS-TXN-OK
               MOVE "REVERSE - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not mark transaction reversed."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
                       THRU REVERSE-TRANSFER-EFFECT-EXIT
           END-EVALUATE.

      *    Locks the account(s) a reversal will touch. A missing
      *    account is left for the balance-effect paragraphs to
      *    flag; only a lock conflict is returned to the caller.
       LOCK-REVERSAL-ACCOUNTS.
           MOVE WS-REV-ACCT-NO TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-INSIDER-POSTING
                       THRU CHECK-INSIDER-POSTING-EXIT
                   PERFORM CHECK-ACCOUNT-MEMOS
                       THRU CHECK-ACCOUNT-MEMOS-EXIT
           END-READ
           IF WS-ACCT-LOCKED OR WS-MEMO-NOT-ACKED
               GO TO LOCK-REVERSAL-ACCOUNTS-EXIT
           END-IF
           IF WS-REV-TYPE = "T"
               MOVE WS-REV-XFER-ACCT TO ACCT-NO
               READ ACCT-FILE WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-INSIDER-POSTING
                           THRU CHECK-INSIDER-POSTING-EXIT
                       PERFORM CHECK-ACCOUNT-MEMOS
                           THRU CHECK-ACCOUNT-MEMOS-EXIT
               END-READ
           END-IF.
       LOCK-REVERSAL-ACCOUNTS-EXIT.
           EXIT.

       REVERSE-CREDIT-ACCOUNT.
           MOVE WS-REV-ACCT-NO TO ACCT-NO
           READ ACCT-FILE
           MOVE SPACES TO WS-INP-DRW-COUNTED
           MOVE SPACES TO WS-INP-DRW-BUY WS-INP-DRW-SELL
           DISPLAY DRAWER-SCR
           ACCEPT DRAWER-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
           END-IF
                   "entry."
           END-IF.

      *================================================================*
      * DO-ATM-DEPOSIT-COUNT - Branch count of ATM deposit envelopes.  *
      * Walks the deposits ATMFEED entered on the verification file    *
      * for one terminal, oldest first, and takes the counted amount   *
      * of each. A count that differs from the amount keyed at the     *
      * machine posts an adjusting entry against the original (its     *
      * TXN-REF-ID), moves the deposit's hold to the counted amount    *
      * and alerts the customer. A deposit still pending approval is   *
      * left for a later count; one rejected or reversed since is      *
      * closed with nothing to adjust.                                 *
      *================================================================*
       DO-ATM-DEPOSIT-COUNT.
      *    Practice activity never touches a real envelope.
           IF WS-TRAINING-MODE
               MOVE "ATM COUNT - BLOCKED" TO WS-RESULT-TITLE
               MOVE "The ATM deposit count is not available"
                   TO WS-RESULT-LINE1
               MOVE "in training mode."
                   TO WS-RESULT-LINE2
               MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           PERFORM CHECK-POSTING-ALLOWED THRU CHECK-POSTING-ALLOWED-EXIT
           IF WS-POSTING-BLOCKED
               MOVE "ATM COUNT - BLOCKED" TO WS-RESULT-TITLE
               MOVE "The banking day is closed - posting is"
                   TO WS-RESULT-LINE1
               MOVE "blocked until the next day-open."
                   TO WS-RESULT-LINE2
               MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           MOVE SPACES TO WS-INP-ATMC-TERM
           DISPLAY ATMC-TERM-SCR
           ACCEPT ATMC-TERM-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           IF WS-INP-ATMC-TERM = SPACES
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-INP-ATMC-TERM)
               TO WS-ATMC-TERM-ID

      *    The verification file is ATMFEED's to create; it is
      *    opened for the count only.
           OPEN I-O DVER-FILE
           IF NOT WS-DVER-OK
               MOVE "ATM COUNT" TO WS-RESULT-TITLE
               MOVE "No ATM deposits are on file to count."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF
           MOVE 0 TO WS-ATMC-DONE-FLAG
           MOVE 0 TO WS-ATMC-SEEN WS-ATMC-AGREED WS-ATMC-ADJUSTED
               WS-ATMC-CLOSED WS-ATMC-LEFT
           MOVE WS-ATMC-TERM-ID TO DVER-TERM-ID
           MOVE ZEROS TO DVER-DEPOSIT-DT
           START DVER-FILE KEY IS NOT LESS THAN DVER-TERM-KEY
               INVALID KEY
                   SET WS-ATMC-DONE TO TRUE
           END-START
           PERFORM COUNT-NEXT-ATM-DEPOSIT
               THRU COUNT-NEXT-ATM-DEPOSIT-EXIT
               UNTIL WS-ATMC-DONE
           CLOSE DVER-FILE
           IF WS-EXIT-PROGRAM
               GO TO DO-ATM-DEPOSIT-COUNT-EXIT
           END-IF

           MOVE "ATM DEPOSIT COUNT" TO WS-RESULT-TITLE
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
           IF WS-ATMC-SEEN = ZEROS
               STRING "Terminal " WS-ATMC-TERM-ID
                   " has no deposits waiting to be counted."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               STRING "Terminal " WS-ATMC-TERM-ID
                   " - deposits waiting: " WS-ATMC-SEEN
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING "Counted and agreed:      " WS-ATMC-AGREED
                   DELIMITED BY SIZE INTO WS-RESULT-LINE2
               END-STRING
               STRING "Counted and adjusted:    " WS-ATMC-ADJUSTED
                   DELIMITED BY SIZE INTO WS-RESULT-LINE3
               END-STRING
               STRING "Rejected/reversed, closed: " WS-ATMC-CLOSED
                   DELIMITED BY SIZE INTO WS-RESULT-LINE4
               END-STRING
               STRING "Still waiting:           " WS-ATMC-LEFT
                   DELIMITED BY SIZE INTO WS-RESULT-LINE5
               END-STRING
           END-IF
           PERFORM SHOW-RESULT.
       DO-ATM-DEPOSIT-COUNT-EXIT.
           EXIT.

      *    Next deposit of the terminal on the verification file.
      *    The journal, not the file, says what became of it: only a
      *    completed deposit is counted against.
       COUNT-NEXT-ATM-DEPOSIT.
           READ DVER-FILE NEXT
               AT END
                   SET WS-ATMC-DONE TO TRUE
                   GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-READ
           IF DVER-TERM-ID NOT = WS-ATMC-TERM-ID
               SET WS-ATMC-DONE TO TRUE
               GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-IF
           IF NOT DVER-IS-PENDING
               GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-IF
           ADD 1 TO WS-ATMC-SEEN

           MOVE DVER-TXN-ID TO WS-REV-TARGET-ID
           PERFORM FIND-TXN-TO-REVERSE
           MOVE SPACES TO WS-ATMC-ORIG-STATUS
           IF WS-REV-FOUND
               MOVE TXN-STATUS TO WS-ATMC-ORIG-STATUS
           END-IF
           PERFORM REOPEN-TXN-EXTEND
           EVALUATE WS-ATMC-ORIG-STATUS
               WHEN "C"
                   CONTINUE
               WHEN "F"
               WHEN "V"
                   PERFORM GET-CURRENT-DATETIME
                   MOVE "X"            TO DVER-STATUS
                   MOVE WS-TODAY-DATE  TO DVER-COUNT-DT
                   MOVE WS-OPERATOR-ID TO DVER-COUNT-BY
                   REWRITE DVER-REC
                   ADD 1 TO WS-ATMC-CLOSED
                   GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ATMC-LEFT
                   GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-INP-ATMC-COUNTED
           DISPLAY ATMC-ITEM-SCR
           ACCEPT ATMC-ITEM-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               SET WS-ATMC-DONE TO TRUE
               ADD 1 TO WS-ATMC-LEFT
               GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-IF
           IF WS-KEY-F3
               SET WS-ATMC-DONE TO TRUE
               ADD 1 TO WS-ATMC-LEFT
               GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
           END-IF
           IF WS-INP-ATMC-COUNTED = SPACES
               MOVE DVER-KEYED-AMT TO WS-ATMC-COUNTED
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INP-ATMC-COUNTED) NOT = 0
                   OR FUNCTION NUMVAL(WS-INP-ATMC-COUNTED) < 0
                   MOVE "ATM COUNT - ERROR" TO WS-RESULT-TITLE
                   MOVE "The counted amount is not a valid amount."
                       TO WS-RESULT-LINE1
                   MOVE "The deposit is left waiting to be counted."
                       TO WS-RESULT-LINE2
                   MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   ADD 1 TO WS-ATMC-LEFT
                   GO TO COUNT-NEXT-ATM-DEPOSIT-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INP-ATMC-COUNTED)
                   TO WS-ATMC-COUNTED
           END-IF
           PERFORM SETTLE-ATM-COUNT THRU SETTLE-ATM-COUNT-EXIT.
       COUNT-NEXT-ATM-DEPOSIT-EXIT.
           EXIT.

      *    Closes the deposit in DVER-REC against WS-ATMC-COUNTED.
      *    Agreement just marks it verified. A difference is posted
      *    to the account as a correcting credit (over) or debit
      *    (short) referencing the original entry, on the same
      *    category the ATM deposit posted on.
       SETTLE-ATM-COUNT.
           PERFORM GET-CURRENT-DATETIME
           COMPUTE WS-ATMC-DIFF = WS-ATMC-COUNTED - DVER-KEYED-AMT
           MOVE DVER-ACCT-NO TO ACCT-NO
           IF WS-ATMC-DIFF = ZEROS
               MOVE "V"              TO DVER-STATUS
               MOVE WS-ATMC-COUNTED  TO DVER-COUNTED-AMT
               MOVE ZEROS            TO DVER-ADJ-AMT
               MOVE WS-TODAY-DATE    TO DVER-COUNT-DT
               MOVE WS-OPERATOR-ID   TO DVER-COUNT-BY
               REWRITE DVER-REC
               ADD 1 TO WS-ATMC-AGREED
               MOVE "ATMCOUNT" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ORIG " DVER-TXN-ID " AGREED"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
               GO TO SETTLE-ATM-COUNT-EXIT
           END-IF
           IF WS-ATMC-DIFF < ZEROS
               COMPUTE WS-ATMC-ADJ-AMT = 0 - WS-ATMC-DIFF
           ELSE
               MOVE WS-ATMC-DIFF TO WS-ATMC-ADJ-AMT
           END-IF

      *    An adjustment above the operator's own limit needs a
      *    supervisor override, the same as posting one.
           MOVE SPACES TO WS-OVERRIDE-ID
           IF WS-OPER-LIMIT > ZEROS
               AND WS-ATMC-ADJ-AMT > WS-OPER-LIMIT
               MOVE WS-ATMC-ADJ-AMT TO WS-LIMIT-CHECK-AMT
               PERFORM GET-SUPERVISOR-OVERRIDE
                   THRU GET-SUPERVISOR-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   MOVE "ATM COUNT - ERROR" TO WS-RESULT-TITLE
                   MOVE "Adjustment exceeds your limit and no"
                       TO WS-RESULT-LINE1
                   MOVE "supervisor override was approved."
                       TO WS-RESULT-LINE2
                   MOVE "The deposit is left waiting to be counted."
                       TO WS-RESULT-LINE3
                   MOVE SPACES TO WS-RESULT-LINE4 WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   ADD 1 TO WS-ATMC-LEFT
                   GO TO SETTLE-ATM-COUNT-EXIT
               END-IF
           END-IF

           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "ATM COUNT - ERROR" TO WS-RESULT-TITLE
                   MOVE SPACES TO WS-RESULT-LINE1
                   STRING "Account " DVER-ACCT-NO
                       " is no longer on file."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   MOVE "The deposit is left waiting to be counted."
                       TO WS-RESULT-LINE2
                   MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   ADD 1 TO WS-ATMC-LEFT
                   GO TO SETTLE-ATM-COUNT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "ATM COUNT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               ADD 1 TO WS-ATMC-LEFT
               GO TO SETTLE-ATM-COUNT-EXIT
           END-IF

      *    The operator linked to an insider customer does not count
      *    that customer's envelope on their own authority.
           MOVE 0 TO WS-SELF-DEAL-FLAG
           PERFORM CHECK-INSIDER-POSTING
               THRU CHECK-INSIDER-POSTING-EXIT
           IF WS-SELF-DEALING
               MOVE WS-ATMC-ADJ-AMT TO WS-LIMIT-CHECK-AMT
               PERFORM GET-SELF-DEAL-OVERRIDE
                   THRU GET-SELF-DEAL-OVERRIDE-EXIT
               IF NOT WS-OVERRIDE-OK
                   PERFORM RELEASE-RECORD-LOCKS
                   MOVE "ATM COUNT - INSIDER" TO WS-RESULT-TITLE
                   MOVE "The account holder is an insider linked to"
                       TO WS-RESULT-LINE1
                   MOVE "your operator ID - a supervisor override"
                       TO WS-RESULT-LINE2
                   MOVE "is needed to adjust the deposit."
                       TO WS-RESULT-LINE3
                   MOVE "The deposit is left waiting to be counted."
                       TO WS-RESULT-LINE4
                   MOVE SPACES TO WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   ADD 1 TO WS-ATMC-LEFT
                   GO TO SETTLE-ATM-COUNT-EXIT
               END-IF
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               PERFORM RELEASE-RECORD-LOCKS
               ADD 1 TO WS-ATMC-LEFT
               GO TO SETTLE-ATM-COUNT-EXIT
           END-IF

           MOVE ACCT-BAL TO WS-ALERT-OLD-BAL
           MOVE 0 TO WS-SIZE-ERR-FLAG
           ADD WS-ATMC-DIFF TO ACCT-BAL
               ON SIZE ERROR
                   MOVE 1 TO WS-SIZE-ERR-FLAG
           END-ADD
           IF WS-SIZE-ERR-FLAG = 1
               MOVE 0 TO WS-SIZE-ERR-FLAG
               MOVE "ATM COUNT - ERROR" TO WS-RESULT-TITLE
               MOVE "Balance overflow - nothing was posted."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               ADD 1 TO WS-ATMC-LEFT
               GO TO SETTLE-ATM-COUNT-EXIT
           END-IF
           PERFORM ADJUST-ATM-DEPOSIT-HOLD
               THRU ADJUST-ATM-DEPOSIT-HOLD-EXIT
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               MOVE "ATM COUNT - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the account - nothing was"
                   TO WS-RESULT-LINE1
               MOVE "posted."
                   TO WS-RESULT-LINE2
               MOVE SPACES TO WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               ADD 1 TO WS-ATMC-LEFT
               GO TO SETTLE-ATM-COUNT-EXIT
           END-IF
           IF WS-ATMC-HOLD-MOVED
               REWRITE HOLD-REC
               IF NOT WS-HOLD-OK
                   DISPLAY "WARNING: Could not update hold record "
                       HOLD-ID
               END-IF
           END-IF

           MOVE WS-NEXT-TXN-ID    TO TXN-ID
           MOVE DVER-ACCT-NO      TO TXN-ACCT-NO
           IF WS-ATMC-DIFF < ZEROS
               MOVE "W"           TO TXN-TYPE
           ELSE
               MOVE "D"           TO TXN-TYPE
           END-IF
           MOVE WS-ATMC-ADJ-AMT   TO TXN-AMOUNT
           MOVE WS-TODAY-DATE     TO TXN-DATE
           MOVE WS-NOW-TIME       TO TXN-TIME
           MOVE "ATM COUNT ADJUST" TO TXN-DESC
           MOVE "C"               TO TXN-STATUS
           MOVE ZEROS             TO TXN-XFER-ACCT
           MOVE DVER-TXN-ID       TO TXN-REF-ID
           MOVE WS-OPERATOR-ID    TO TXN-OPERATOR-ID
           MOVE ACCT-CURRENCY     TO TXN-CURRENCY
           MOVE "MISC"            TO TXN-CATEGORY
           MOVE ZEROS             TO TXN-FX-RATE
           MOVE WS-OVERRIDE-ID    TO TXN-OVERRIDE-ID
           MOVE ZEROS             TO TXN-CHECK-NO
           MOVE ZEROS             TO TXN-RUN-ID
           MOVE ACCT-BRANCH       TO TXN-BRANCH
           MOVE DVER-TERM-BRANCH  TO TXN-XFER-BRANCH
           MOVE TXN-DATE          TO TXN-EFF-DATE
           WRITE TXN-REC
           MOVE ZEROS TO DVER-ADJ-TXN-ID
           IF WS-TXN-OK
               MOVE TXN-ID TO DVER-ADJ-TXN-ID
               ADD 1 TO WS-NEXT-TXN-ID
               PERFORM PERSIST-NEXT-TXN-ID
               PERFORM WRITE-TXN-INDEX THRU WRITE-TXN-INDEX-EXIT
           END-IF

      *    The customer hears of every count adjustment, whatever
      *    the account's alert preferences; the usual preference
      *    triggers still apply to the correcting entry.
           MOVE WS-ATMC-ADJ-AMT TO WS-ALERT-AMT
           MOVE "ATMV" TO ALERT-EVENT
           PERFORM WRITE-ALERT-EVENT THRU WRITE-ALERT-EVENT-EXIT
           PERFORM CHECK-ALERT-TRIGGERS THRU CHECK-ALERT-TRIGGERS-EXIT

           MOVE "A"              TO DVER-STATUS
           MOVE WS-ATMC-COUNTED  TO DVER-COUNTED-AMT
           MOVE WS-ATMC-DIFF     TO DVER-ADJ-AMT
           MOVE WS-TODAY-DATE    TO DVER-COUNT-DT
           MOVE WS-OPERATOR-ID   TO DVER-COUNT-BY
           REWRITE DVER-REC
           ADD 1 TO WS-ATMC-ADJUSTED

           MOVE "ATMADJ" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "ORIG " DVER-TXN-ID " ADJ " DVER-ADJ-TXN-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT

           MOVE "ATM COUNT - ADJUSTED" TO WS-RESULT-TITLE
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
           MOVE DVER-KEYED-AMT TO WS-DISP-AMT
           STRING "Keyed at the machine: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RESULT-LINE1
           END-STRING
           MOVE WS-ATMC-COUNTED TO WS-DISP-AMT
           STRING "Counted by branch:    " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           MOVE WS-ATMC-DIFF TO WS-DISP-BAL
           STRING "Adjustment:          " WS-DISP-BAL
               DELIMITED BY SIZE INTO WS-RESULT-LINE3
           END-STRING
           IF WS-TXN-OK
               STRING "Original TXN: " DVER-TXN-ID
                   "  Adjusting TXN: " DVER-ADJ-TXN-ID
                   DELIMITED BY SIZE INTO WS-RESULT-LINE4
               END-STRING
           ELSE
               MOVE "WARNING: Balance updated but adjustment "
                   & "log failed."
                   TO WS-RESULT-LINE4
           END-IF
           IF WS-ATMC-HOLD-MOVED
               MOVE HOLD-AMOUNT TO WS-DISP-AMT
               STRING "Hold " HOLD-ID " now " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RESULT-LINE5
               END-STRING
           END-IF
           PERFORM SHOW-RESULT.
       SETTLE-ATM-COUNT-EXIT.
           EXIT.

      *    Moves the deposit's hold, while it is still open, to the
      *    counted amount and carries the difference to the account
      *    total in ACCT-REC (rewritten by the caller). A hold the
      *    HOLDREL step has already released is left alone - the
      *    adjustment then lands on funds already available.
       ADJUST-ATM-DEPOSIT-HOLD.
           MOVE 0 TO WS-ATMC-HOLD-FLAG
           IF DVER-HOLD-ID = ZEROS
               OR NOT WS-HOLD-IS-OPEN
               GO TO ADJUST-ATM-DEPOSIT-HOLD-EXIT
           END-IF
           MOVE DVER-HOLD-ID TO HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   GO TO ADJUST-ATM-DEPOSIT-HOLD-EXIT
           END-READ
           IF NOT HOLD-IS-OPEN
               GO TO ADJUST-ATM-DEPOSIT-HOLD-EXIT
           END-IF
           COMPUTE WS-ATMC-HOLD-DELTA = WS-ATMC-COUNTED - HOLD-AMOUNT
           MOVE WS-ATMC-COUNTED TO HOLD-AMOUNT
           IF HOLD-AMOUNT = ZEROS
               MOVE "R" TO HOLD-STATUS
           END-IF
           IF ACCT-HOLD-AMT NOT NUMERIC
               MOVE ZEROS TO ACCT-HOLD-AMT
           END-IF
           IF ACCT-HOLD-AMT + WS-ATMC-HOLD-DELTA < ZEROS
               MOVE ZEROS TO ACCT-HOLD-AMT
           ELSE
               ADD WS-ATMC-HOLD-DELTA TO ACCT-HOLD-AMT
           END-IF
           SET WS-ATMC-HOLD-MOVED TO TRUE.
       ADJUST-ATM-DEPOSIT-HOLD-EXIT.
           EXIT.

      *================================================================*
      * DO-STANDING-ORDERS - Create/list/cancel recurring transfers.   *
      * Actual posting of due orders is done by the STORDRUN nightly   *
       SHOW-STORD-MENU.
           MOVE SPACES TO WS-MENU-CHOICE
           DISPLAY STORD-MENU-SCR
           ACCEPT STORD-MENU-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               MOVE 1 TO WS-SCREEN-DONE
               GO TO SHOW-STORD-MENU-EXIT
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-XFER-ACCTNO
               WS-INP-AMOUNT WS-INP-FREQ WS-INP-DESC
           DISPLAY CREATE-STORD-SCR
           ACCEPT CREATE-STORD-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CREATE-STORD-EXIT
           END-IF
           END-IF.
       DO-LIST-STORD-SHOW.
           DISPLAY STORD-LIST-SCR
           ACCEPT STORD-LIST-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
           END-IF.
       DO-CANCEL-STORD.
           MOVE SPACES TO WS-INP-STORD-ID
           DISPLAY CANCEL-STORD-SCR
           ACCEPT CANCEL-STORD-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CANCEL-STORD-EXIT
           END-IF
       SHOW-CUST-MENU.
           MOVE SPACES TO WS-MENU-CHOICE
           DISPLAY CUST-MENU-SCR
           ACCEPT CUST-MENU-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               MOVE 1 TO WS-SCREEN-DONE
               GO TO SHOW-CUST-MENU-EXIT
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO SHOW-CUST-MENU-EXIT
           END-IF
           MOVE "U" TO WS-ENT-KEY
           MOVE WS-MENU-CHOICE TO WS-ENT-KEY(2:1)
           PERFORM CHECK-MENU-ENTITLEMENT
               THRU CHECK-MENU-ENTITLEMENT-EXIT
           IF NOT WS-ENT-GRANTED
               PERFORM REFUSE-FUNCTION THRU REFUSE-FUNCTION-EXIT
               GO TO SHOW-CUST-MENU-EXIT
           END-IF
           EVALUATE WS-MENU-CHOICE
               WHEN "1" PERFORM DO-CREATE-CUSTOMER
                   THRU DO-CREATE-CUSTOMER-EXIT
                   THRU DO-DONE-CLOG-EXIT
               WHEN "9" PERFORM DO-UPDATE-KYC
                   THRU DO-UPDATE-KYC-EXIT
               WHEN "R" PERFORM DO-RETURNED-MAIL
                   THRU DO-RETURNED-MAIL-EXIT
               WHEN "H" PERFORM DO-HOUSEHOLD
                   THRU DO-HOUSEHOLD-EXIT
               WHEN "C" PERFORM DO-CONTACT-PREF
                   THRU DO-CONTACT-PREF-EXIT
           END-EVALUATE
           PERFORM RELEASE-RECORD-LOCKS.
       SHOW-CUST-MENU-EXIT.
           EXIT.

           MOVE SPACES TO WS-INP-CUST-NO WS-INP-CLOG-TYPE
               WS-INP-CLOG-TEXT WS-INP-CLOG-FUP
           DISPLAY CLOG-ADD-SCR
           ACCEPT CLOG-ADD-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-ADD-CLOG-EXIT
           END-IF
           MOVE SPACES TO WS-INP-CUST-NO
           MOVE "CONTACT HISTORY" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LIST-CLOG-EXIT
           END-IF
           MOVE "COMPLETE FOLLOW-UP (note id)"
               TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-DONE-CLOG-EXIT
           END-IF
      * Everything tied to one customer number on a single screen:     *
      * each deposit account with balance and uncollected funds, each  *
      * loan with balance and next due date, open dispute and active   *
      * stop-payment counts, and relationship totals, including the    *
      * insured and uninsured deposits figured as DEPINS does.         *
      *================================================================*
       DO-REL-INQUIRY.
           MOVE SPACES TO WS-INP-CUST-NO WS-INP-SEARCH-NAME
           DISPLAY REL-ASK-SCR
           ACCEPT REL-ASK-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-REL-INQUIRY-EXIT
           END-IF
           MOVE ZEROS TO WS-REL-DEP-TOTAL WS-REL-HOLD-TOTAL
               WS-REL-LOAN-TOTAL
           MOVE ZEROS TO WS-REL-DISP-CNT WS-REL-STOP-CNT
           MOVE ZEROS TO WS-REL-INS-CATS WS-REL-POD-CNT
           MOVE SPACES TO WS-REL-POD-TABLE
           MOVE 0 TO WS-REL-UNVALUED-FLAG

           MOVE SPACES TO WS-REL-BUILD
           STRING "Customer " CUST-NO "  " CUST-NAME
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW
           PERFORM REL-FIGURE-INSURANCE
           MOVE SPACES TO WS-REL-BUILD
           MOVE WS-REL-INSURED TO WS-DISP-REL-BAL
           MOVE WS-REL-UNINSURED TO WS-DISP-REL-AMT
           STRING "INSURED        " WS-DISP-REL-BAL
               "   UNINSURED   " WS-DISP-REL-AMT
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           IF WS-REL-HAS-UNVALUED
               MOVE "  NO FX RATE" TO WS-REL-BUILD(59:12)
           END-IF
           PERFORM ADD-REL-ROW
           MOVE SPACES TO WS-REL-BUILD
           MOVE WS-REL-HOLD-TOTAL TO WS-DISP-REL-BAL
           MOVE WS-REL-LOAN-TOTAL TO WS-DISP-REL-AMT
               "   ACTIVE STOPS " WS-REL-STOP-CNT
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW
           PERFORM REL-HOUSEHOLD-TOTAL THRU REL-HOUSEHOLD-TOTAL-EXIT.
       BUILD-REL-DISPLAY-EXIT.
           EXIT.

               IF ACCT-HOLD-AMT NUMERIC
                   ADD ACCT-HOLD-AMT TO WS-REL-HOLD-TOTAL
               END-IF
               PERFORM REL-ADD-INSURABLE THRU REL-ADD-INSURABLE-EXIT
           END-IF.

      *    An open deposit balance in its ownership category,
      *    valued in USD at the posted buy rate. One in a currency
      *    with no rate on file is flagged on the screen instead.
       REL-ADD-INSURABLE.
           IF ACCT-IS-CHGOFF OR ACCT-BAL NOT > ZEROS
               GO TO REL-ADD-INSURABLE-EXIT
           END-IF
           IF ACCT-CCY-USD OR ACCT-CURRENCY = SPACES
               MOVE ACCT-BAL TO WS-REL-INS-USD
           ELSE
               MOVE ZEROS TO WS-REL-INS-USD
               IF WS-FX-IS-OPEN
                   MOVE ACCT-CURRENCY TO FX-CCY-FROM
                   MOVE "USD"         TO FX-CCY-TO
                   READ FX-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FX-EFF-DATE NOT > WS-TODAY-DATE
                               COMPUTE WS-REL-INS-USD ROUNDED =
                                   ACCT-BAL * FX-BUY-RATE
                           END-IF
                   END-READ
               END-IF
               IF WS-REL-INS-USD = ZEROS
                   SET WS-REL-HAS-UNVALUED TO TRUE
                   GO TO REL-ADD-INSURABLE-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ACCT-IS-IRA
                   MOVE 3 TO WS-REL-INS-CAT
               WHEN ACCT-POD-NAME NOT = SPACES
                   AND ACCT-POD-NAME NOT = LOW-VALUES
                   MOVE 4 TO WS-REL-INS-CAT
                   PERFORM REL-NOTE-BENEFICIARY
               WHEN ACCT-JOINT-NAME NOT = SPACES
                   AND ACCT-JOINT-NAME NOT = LOW-VALUES
                   MOVE 2 TO WS-REL-INS-CAT
               WHEN OTHER
                   MOVE 1 TO WS-REL-INS-CAT
           END-EVALUATE
           ADD WS-REL-INS-USD TO WS-REL-INS-BAL(WS-REL-INS-CAT).
       REL-ADD-INSURABLE-EXIT.
           EXIT.

       REL-NOTE-BENEFICIARY.
           MOVE FUNCTION UPPER-CASE(ACCT-POD-NAME)
               TO WS-REL-POD-UPPER
           MOVE 0 TO WS-REL-POD-HIT-FLAG
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-POD-CNT
               IF WS-REL-POD-NAME(WS-REL-I) = WS-REL-POD-UPPER
                   SET WS-REL-POD-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-REL-POD-HIT AND WS-REL-POD-CNT < 5
               ADD 1 TO WS-REL-POD-CNT
               MOVE WS-REL-POD-UPPER TO WS-REL-POD-NAME(WS-REL-POD-CNT)
           END-IF.

      *    Each category is insured up to its coverage: the limit
      *    for single and IRA, twice it for joint (holder and
      *    co-owner), and the limit per beneficiary for POD/trust.
       REL-FIGURE-INSURANCE.
           MOVE ZEROS TO WS-REL-INSURED WS-REL-UNINSURED
           PERFORM VARYING WS-REL-INS-CAT FROM 1 BY 1
               UNTIL WS-REL-INS-CAT > 4
               EVALUATE WS-REL-INS-CAT
                   WHEN 2
                       COMPUTE WS-REL-INS-COVER =
                           WS-CFG-DEP-INS-LIMIT * 2
                   WHEN 4
                       IF WS-REL-POD-CNT = ZEROS
                           MOVE WS-CFG-DEP-INS-LIMIT
                               TO WS-REL-INS-COVER
                       ELSE
                           COMPUTE WS-REL-INS-COVER =
                               WS-CFG-DEP-INS-LIMIT * WS-REL-POD-CNT
                       END-IF
                   WHEN OTHER
                       MOVE WS-CFG-DEP-INS-LIMIT TO WS-REL-INS-COVER
               END-EVALUATE
               IF WS-REL-INS-BAL(WS-REL-INS-CAT) > WS-REL-INS-COVER
                   ADD WS-REL-INS-COVER TO WS-REL-INSURED
                   COMPUTE WS-REL-UNINSURED = WS-REL-UNINSURED
                       + WS-REL-INS-BAL(WS-REL-INS-CAT)
                       - WS-REL-INS-COVER
               ELSE
                   ADD WS-REL-INS-BAL(WS-REL-INS-CAT)
                       TO WS-REL-INSURED
               END-IF
           END-PERFORM.

      *    The loan master is opened on first inquiry; a site with
      *    no loan file simply shows no loans.
       REL-SCAN-LOANS.
           IF NOT WS-LOANF-IS-OPEN
               IF WS-LOANF-WAS-TRIED
                   GO TO REL-SCAN-LOANS-EXIT
               END-IF
               SET WS-LOANF-WAS-TRIED TO TRUE
               OPEN INPUT LOAN-FILE
               IF WS-LOANF-OK
                   SET WS-LOANF-IS-OPEN TO TRUE
               ELSE
                   GO TO REL-SCAN-LOANS-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-REL-EOF-FLAG
           MOVE LOW-VALUES TO LOAN-NO
                   END-IF
           END-READ.

      *    A customer in a household gets one more line: the member
      *    count and the open deposits and active loans of every
      *    member together, whatever each member's mail consent.
       REL-HOUSEHOLD-TOTAL.
           IF NOT WS-HHLD-IS-OPEN
               GO TO REL-HOUSEHOLD-TOTAL-EXIT
           END-IF
           MOVE WS-REL-CUST-NO TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   GO TO REL-HOUSEHOLD-TOTAL-EXIT
           END-READ
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           PERFORM HH-LOAD-MEMBERS THRU HH-LOAD-MEMBERS-EXIT
           MOVE ZEROS TO WS-HH-DEP-TOTAL WS-HH-LOAN-TOTAL
           MOVE 0 TO WS-REL-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NO
           START ACCT-FILE KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   SET WS-REL-SCAN-DONE TO TRUE
           END-START
           PERFORM REL-HH-ONE-ACCOUNT UNTIL WS-REL-SCAN-DONE
           IF WS-LOANF-IS-OPEN
               MOVE 0 TO WS-REL-EOF-FLAG
               MOVE LOW-VALUES TO LOAN-NO
               START LOAN-FILE KEY IS GREATER THAN LOAN-NO
                   INVALID KEY
                       SET WS-REL-SCAN-DONE TO TRUE
               END-START
               PERFORM REL-HH-ONE-LOAN UNTIL WS-REL-SCAN-DONE
           END-IF
           MOVE SPACES TO WS-REL-BUILD
           MOVE WS-HH-DEP-TOTAL TO WS-DISP-REL-BAL
           MOVE WS-HH-LOAN-TOTAL TO WS-DISP-REL-AMT
           STRING "HOUSEHOLD " WS-HH-HEAD " " WS-HH-MBR-CNT(2:2)
               " MEMBERS DEP " WS-DISP-REL-BAL
               " LOANS " WS-DISP-REL-AMT
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW.
       REL-HOUSEHOLD-TOTAL-EXIT.
           EXIT.

       REL-HH-ONE-ACCOUNT.
           READ ACCT-FILE NEXT
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACCT-CUST-NO NUMERIC
                       AND NOT ACCT-IS-CLOSED
                       MOVE ACCT-CUST-NO TO WS-HH-CHECK-CUST
                       PERFORM HH-CHECK-MEMBER
                       IF WS-HH-HIT
                           ADD ACCT-BAL TO WS-HH-DEP-TOTAL
                       END-IF
                   END-IF
           END-READ.

       REL-HH-ONE-LOAN.
           READ LOAN-FILE NEXT
               AT END
                   SET WS-REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF LOAN-IS-ACTIVE
                       MOVE LOAN-CUST-NO TO WS-HH-CHECK-CUST
                       PERFORM HH-CHECK-MEMBER
                       IF WS-HH-HIT
                           ADD LOAN-BALANCE TO WS-HH-LOAN-TOTAL
                       END-IF
                   END-IF
           END-READ.

       CHECK-ACCT-IN-REL-LIST.
           MOVE 0 TO WS-REL-HIT-FLAG
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               WS-INP-CUST-STATE WS-INP-CUST-ZIP
               WS-INP-CUST-PHONE WS-INP-CUST-TAXID
           DISPLAY CUST-EDIT-SCR
           ACCEPT CUST-EDIT-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CREATE-CUSTOMER-EXIT
           END-IF
               TO CUST-ID-EXPIRY
           MOVE WS-TODAY-DATE      TO CUST-ID-VERIF-DT
           MOVE WS-OPERATOR-ID     TO CUST-ID-VERIF-BY
           MOVE SPACES             TO CUST-INSIDER-TYPE
           MOVE SPACES             TO CUST-INSIDER-OPER
           MOVE SPACES             TO CUST-RETMAIL-FLAG
           MOVE ZEROS              TO CUST-RETMAIL-DT
           MOVE SPACES             TO CUST-CONTACT-OPT
           MOVE ZEROS              TO CUST-CONTACT-DT

           WRITE CUST-REC
           IF WS-CUST-OK
       CAPTURE-KYC-FIELDS-EXIT.
           EXIT.

      *    Re-verification after a renewal or at the periodic
      *    review KYCREVW flags.
       DO-UPDATE-KYC.
           MOVE SPACES TO WS-INP-CUST-NO
           MOVE "UPDATE IDENTIFICATION" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-UPDATE-KYC-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-UPDATE-KYC-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   MOVE "UPDATE ID - NOT FOUND"
                       TO WS-RESULT-TITLE
                   MOVE "Customer was not found."
                       TO WS-RESULT-LINE1
                   MOVE SPACES TO WS-RESULT-LINE2
                       WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-UPDATE-KYC-EXIT
           END-READ
           IF WS-CUST-LOCKED
               MOVE "UPDATE ID - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-CUST-LOCKED
               GO TO DO-UPDATE-KYC-EXIT
           END-IF
           PERFORM CAPTURE-KYC-FIELDS THRU CAPTURE-KYC-FIELDS-EXIT
           IF WS-INP-KYC-TYPE = SPACES
               GO TO DO-UPDATE-KYC-EXIT
           END-IF
           MOVE WS-INP-KYC-TYPE    TO CUST-ID-TYPE
           MOVE WS-INP-KYC-NUMBER  TO CUST-ID-NUMBER
           MOVE WS-INP-KYC-ISSUER  TO CUST-ID-ISSUER
           MOVE FUNCTION NUMVAL(WS-INP-KYC-EXPIRY)
               TO CUST-ID-EXPIRY
           MOVE WS-TODAY-DATE      TO CUST-ID-VERIF-DT
           MOVE WS-OPERATOR-ID     TO CUST-ID-VERIF-BY
           REWRITE CUST-REC
           IF WS-CUST-OK
               MOVE "IDENTIFICATION UPDATED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               STRING "Customer " CUST-NO " re-verified."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               MOVE "UPDATE ID - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the customer."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
           END-IF
           PERFORM SHOW-RESULT.
       DO-UPDATE-KYC-EXIT.
           EXIT.

      *================================================================*
      * RETURNED MAIL - the branch marks a customer whose mail has     *
      * come back (or clears the mark once the customer is reached     *
      * and the address confirmed). While marked, statements and       *
      * letters go to the hold-mail report instead of the post;        *
      * correcting the address in Modify Customer also clears it.      *
      *================================================================*
       DO-RETURNED-MAIL.
           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           MOVE "RETURNED MAIL" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-RETURNED-MAIL-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-RETURNED-MAIL-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   MOVE "RETURNED MAIL - NOT FOUND"
                       TO WS-RESULT-TITLE
                   MOVE "Customer was not found."
                       TO WS-RESULT-LINE1
                   MOVE SPACES TO WS-RESULT-LINE2
                       WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-RETURNED-MAIL-EXIT
           END-READ
           IF WS-CUST-LOCKED
               MOVE "RETURNED MAIL - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-CUST-LOCKED
               GO TO DO-RETURNED-MAIL-EXIT
           END-IF

           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3
           IF CUST-MAIL-RETURNED
               STRING "Clear returned mail for customer "
                   CUST-NO "?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING "Mail returned since " CUST-RETMAIL-DT
                   " - held mail will resume."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE3
               END-STRING
           ELSE
               STRING "Mark mail returned for customer "
                   CUST-NO "?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               MOVE "Statements and letters will be held."
                   TO WS-RESULT-LINE3
           END-IF
           STRING "Name: " CUST-NAME
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SCR
           ACCEPT CONFIRM-SCR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-KEY-F3 OR WS-CONFIRM NOT = "Y"
               GO TO DO-RETURNED-MAIL-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           IF CUST-MAIL-RETURNED
               MOVE SPACES TO CUST-RETMAIL-FLAG
               MOVE ZEROS TO CUST-RETMAIL-DT
               MOVE "RETMCLR" TO WS-AUDIT-ACTION
           ELSE
               MOVE "Y" TO CUST-RETMAIL-FLAG
               MOVE WS-TODAY-DATE TO CUST-RETMAIL-DT
               MOVE "RETMAIL" TO WS-AUDIT-ACTION
           END-IF
           REWRITE CUST-REC
           IF WS-CUST-OK
               PERFORM WRITE-RETMAIL-AUDIT
               MOVE "RETURNED MAIL UPDATED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               IF CUST-MAIL-RETURNED
                   STRING "Customer " CUST-NO
                       " marked - mail returned."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               ELSE
                   STRING "Customer " CUST-NO
                       " cleared - mail resumes."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               END-IF
           ELSE
               MOVE "RETURNED MAIL - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the customer."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
           END-IF
           PERFORM SHOW-RESULT.
       DO-RETURNED-MAIL-EXIT.
           EXIT.

      *================================================================*
      * MARKETING CONTACT PREFERENCE - records the customer's request  *
      * not to be contacted for marketing, or withdraws it. While      *
      * opted out the customer is never put on a campaign mailing      *
      * file (CAMPEXT); statements and service letters still go.       *
      *================================================================*
       DO-CONTACT-PREF.
           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           MOVE "MARKETING CONTACT" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-CONTACT-PREF-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-CONTACT-PREF-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   MOVE "MARKETING CONTACT - NOT FOUND"
                       TO WS-RESULT-TITLE
                   MOVE "Customer was not found."
                       TO WS-RESULT-LINE1
                   MOVE SPACES TO WS-RESULT-LINE2
                       WS-RESULT-LINE3 WS-RESULT-LINE4
                       WS-RESULT-LINE5
                   PERFORM SHOW-RESULT
                   GO TO DO-CONTACT-PREF-EXIT
           END-READ
           IF WS-CUST-LOCKED
               MOVE "MARKETING CONTACT - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-CUST-LOCKED
               GO TO DO-CONTACT-PREF-EXIT
           END-IF

           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3
           IF CUST-NO-CONTACT
               STRING "Allow marketing contact for customer "
                   CUST-NO "?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING "Opted out since " CUST-CONTACT-DT
                   " - campaigns may include them again."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE3
               END-STRING
           ELSE
               STRING "Opt customer " CUST-NO
                   " out of marketing contact?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               MOVE "No campaign will include them; service mail "
                   & "still goes." TO WS-RESULT-LINE3
           END-IF
           STRING "Name: " CUST-NAME
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SCR
           ACCEPT CONFIRM-SCR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-KEY-F3 OR WS-CONFIRM NOT = "Y"
               GO TO DO-CONTACT-PREF-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           IF CUST-NO-CONTACT
               MOVE SPACES TO CUST-CONTACT-OPT
               MOVE "CONTOK" TO WS-AUDIT-ACTION
           ELSE
               MOVE "N" TO CUST-CONTACT-OPT
               MOVE "CONTOPT" TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-TODAY-DATE TO CUST-CONTACT-DT
           REWRITE CUST-REC
           IF WS-CUST-OK
               PERFORM WRITE-RETMAIL-AUDIT
               MOVE "MARKETING CONTACT UPDATED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3 WS-RESULT-LINE4
                   WS-RESULT-LINE5
               IF CUST-NO-CONTACT
                   STRING "Customer " CUST-NO
                       " opted out of marketing contact."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               ELSE
                   STRING "Customer " CUST-NO
                       " may be contacted for marketing."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               END-IF
           ELSE
               MOVE "MARKETING CONTACT - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the customer."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
           END-IF
           PERFORM SHOW-RESULT.
       DO-CONTACT-PREF-EXIT.
           EXIT.

      *    The audit log is keyed by account; a customer-level entry
      *    carries zero there and the customer in the detail, as
      *    REFUSED entries do. WS-AUDIT-ACTION is set by the caller.
       WRITE-RETMAIL-AUDIT.
           MOVE ZEROS TO ACCT-NO
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CUST " CUST-NO
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

      *================================================================*
      * HOUSEHOLD - groups separate customer records (spouses, family  *
      * at one address) under a head of household. Keying the         *
      * customer's own number as the head starts a household with     *
      * the customer's address as its mailing address; other          *
      * customers are then added under that head. Each member's mail   *
      * consent decides whether their statements and letters go in     *
      * the household envelope. The head is removed last.              *
      *================================================================*
       DO-HOUSEHOLD.
           IF NOT WS-HHLD-IS-OPEN
               MOVE "HOUSEHOLD - ERROR" TO WS-RESULT-TITLE
               MOVE "The household file is not available."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO DO-HOUSEHOLD-EXIT
           END-IF
           MOVE SPACES TO WS-INP-HH-ACTION WS-INP-CUST-NO
               WS-INP-HH-HEAD WS-INP-HH-CONSENT
           DISPLAY HH-MAINT-SCR
           ACCEPT HH-MAINT-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-HOUSEHOLD-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-HOUSEHOLD-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-INP-HH-ACTION)
               TO WS-INP-HH-ACTION
           MOVE FUNCTION UPPER-CASE(WS-INP-HH-CONSENT)
               TO WS-INP-HH-CONSENT
           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO WS-HH-CUST
           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3 WS-RESULT-LINE4 WS-RESULT-LINE5
           EVALUATE WS-INP-HH-ACTION
               WHEN "A" PERFORM HH-ADD-MEMBER
                   THRU HH-ADD-MEMBER-EXIT
               WHEN "R" PERFORM HH-REMOVE-MEMBER
                   THRU HH-REMOVE-MEMBER-EXIT
               WHEN "C" PERFORM HH-CHANGE-CONSENT
                   THRU HH-CHANGE-CONSENT-EXIT
               WHEN "M" PERFORM HH-MAIL-ADDRESS
                   THRU HH-MAIL-ADDRESS-EXIT
               WHEN "L" PERFORM HH-LIST-HOUSEHOLD
                   THRU HH-LIST-HOUSEHOLD-EXIT
               WHEN OTHER
                   MOVE "HOUSEHOLD" TO WS-RESULT-TITLE
                   MOVE "Action must be A, R, C, M or L."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
           END-EVALUATE.
       DO-HOUSEHOLD-EXIT.
           EXIT.

      *    The customer must be active and in no household yet; the
      *    head must already head one unless it is the customer
      *    (which starts a new household at the customer's address).
       HH-ADD-MEMBER.
           MOVE "HOUSEHOLD - NOT ADDED" TO WS-RESULT-TITLE
           IF WS-INP-HH-HEAD = SPACES
               MOVE WS-HH-CUST TO WS-HH-HEAD
           ELSE
               MOVE FUNCTION NUMVAL(WS-INP-HH-HEAD) TO WS-HH-HEAD
           END-IF
           IF WS-INP-HH-CONSENT NOT = "Y"
               AND WS-INP-HH-CONSENT NOT = "N"
               MOVE "Key Y or N for mail consolidation - the"
                   TO WS-RESULT-LINE1
               MOVE "customer's own agreement is required."
                   TO WS-RESULT-LINE2
               PERFORM SHOW-RESULT
               GO TO HH-ADD-MEMBER-EXIT
           END-IF
           MOVE WS-HH-CUST TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE "Customer was not found." TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-ADD-MEMBER-EXIT
           END-READ
           IF NOT CUST-IS-ACTIVE
               MOVE "Customer is not active." TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO HH-ADD-MEMBER-EXIT
           END-IF
           MOVE CUST-NAME TO WS-HH-CUST-NAME
           MOVE WS-HH-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "Customer is already in household "
                       HH-HEAD-CUST "."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   MOVE "Remove it from that household first."
                       TO WS-RESULT-LINE2
                   PERFORM SHOW-RESULT
                   GO TO HH-ADD-MEMBER-EXIT
           END-READ
           IF WS-HH-HEAD NOT = WS-HH-CUST
               MOVE WS-HH-HEAD TO HH-CUST-NO
               READ HHLD-FILE
                   INVALID KEY
                       STRING "Customer " WS-HH-HEAD
                           " does not head a household."
                           DELIMITED BY SIZE INTO WS-RESULT-LINE1
                       END-STRING
                       MOVE "Add the head under its own number first."
                           TO WS-RESULT-LINE2
                       PERFORM SHOW-RESULT
                       GO TO HH-ADD-MEMBER-EXIT
               END-READ
               IF NOT HH-IS-HEAD
                   STRING "Customer " WS-HH-HEAD
                       " is a member of household " HH-HEAD-CUST "."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   PERFORM SHOW-RESULT
                   GO TO HH-ADD-MEMBER-EXIT
               END-IF
               PERFORM HH-LOAD-MEMBERS THRU HH-LOAD-MEMBERS-EXIT
               IF WS-HH-MBR-CNT NOT < 20
                   MOVE "The household already has 20 members."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-ADD-MEMBER-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3
           IF WS-HH-HEAD = WS-HH-CUST
               STRING "Start household " WS-HH-CUST
                   " headed by this customer?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               STRING "Add customer " WS-HH-CUST
                   " to household " WS-HH-HEAD "?"
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           END-IF
           STRING "Name: " WS-HH-CUST-NAME
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           IF WS-INP-HH-CONSENT = "Y"
               MOVE "Mail goes in the household envelope."
                   TO WS-RESULT-LINE3
           ELSE
               MOVE "Mail stays individual (no consent)."
                   TO WS-RESULT-LINE3
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SCR
           ACCEPT CONFIRM-SCR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-KEY-F3 OR WS-CONFIRM NOT = "Y"
               GO TO HH-ADD-MEMBER-EXIT
           END-IF

           PERFORM GET-CURRENT-DATETIME
           MOVE SPACES TO HH-REC
           MOVE WS-HH-CUST        TO HH-CUST-NO
           MOVE WS-HH-HEAD        TO HH-HEAD-CUST
           MOVE WS-INP-HH-CONSENT TO HH-MAIL-CONSENT
           MOVE WS-TODAY-DATE     TO HH-ADDED-DT
           MOVE WS-OPERATOR-ID    TO HH-ADDED-BY
           IF WS-HH-HEAD = WS-HH-CUST
               MOVE "H"             TO HH-ROLE
               MOVE CUST-NAME       TO HH-MAIL-NAME
               MOVE CUST-ADDR-LINE1 TO HH-MAIL-ADDR1
               MOVE CUST-ADDR-LINE2 TO HH-MAIL-ADDR2
               MOVE CUST-CITY       TO HH-MAIL-CITY
               MOVE CUST-STATE      TO HH-MAIL-STATE
               MOVE CUST-ZIP        TO HH-MAIL-ZIP
           ELSE
               MOVE "M"             TO HH-ROLE
           END-IF
           WRITE HH-REC
           IF WS-HHLD-OK
               MOVE "HHADD" TO WS-AUDIT-ACTION
               PERFORM WRITE-HOUSEHOLD-AUDIT
               MOVE "HOUSEHOLD UPDATED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3
               STRING "Customer " WS-HH-CUST
                   " added to household " WS-HH-HEAD "."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               MOVE "HOUSEHOLD - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not write the household record."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
           END-IF
           PERFORM SHOW-RESULT.
       HH-ADD-MEMBER-EXIT.
           EXIT.

      *    A head can only leave once the other members have gone,
      *    so no member is ever left without a mailing address.
       HH-REMOVE-MEMBER.
           MOVE "HOUSEHOLD - NOT REMOVED" TO WS-RESULT-TITLE
           MOVE WS-HH-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE "Customer is not in a household."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-REMOVE-MEMBER-EXIT
           END-READ
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           IF HH-IS-HEAD
               PERFORM HH-LOAD-MEMBERS THRU HH-LOAD-MEMBERS-EXIT
               IF WS-HH-MBR-CNT > 1
                   STRING "Customer heads household with "
                       WS-HH-MBR-CNT " members."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
                   MOVE "Remove the other members first."
                       TO WS-RESULT-LINE2
                   PERFORM SHOW-RESULT
                   GO TO HH-REMOVE-MEMBER-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-HH-CUST-NAME
           MOVE WS-HH-CUST TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-HH-CUST-NAME
           END-READ

           MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               WS-RESULT-LINE3
           STRING "Remove customer " WS-HH-CUST
               " from household " WS-HH-HEAD "?"
               DELIMITED BY SIZE INTO WS-RESULT-LINE1
           END-STRING
           STRING "Name: " WS-HH-CUST-NAME
               DELIMITED BY SIZE INTO WS-RESULT-LINE2
           END-STRING
           MOVE "Mail returns to the customer's own address."
               TO WS-RESULT-LINE3
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SCR
           ACCEPT CONFIRM-SCR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-KEY-F3 OR WS-CONFIRM NOT = "Y"
               GO TO HH-REMOVE-MEMBER-EXIT
           END-IF

           MOVE WS-HH-CUST TO HH-CUST-NO
           DELETE HHLD-FILE RECORD
           IF WS-HHLD-OK
               MOVE "HHDROP" TO WS-AUDIT-ACTION
               PERFORM WRITE-HOUSEHOLD-AUDIT
               MOVE "HOUSEHOLD UPDATED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
                   WS-RESULT-LINE3
               STRING "Customer " WS-HH-CUST
                   " removed from household " WS-HH-HEAD "."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               MOVE "HOUSEHOLD - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not remove the household record."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
           END-IF
           PERFORM SHOW-RESULT.
       HH-REMOVE-MEMBER-EXIT.
           EXIT.

       HH-CHANGE-CONSENT.
           MOVE "HOUSEHOLD - NOT CHANGED" TO WS-RESULT-TITLE
           IF WS-INP-HH-CONSENT NOT = "Y"
               AND WS-INP-HH-CONSENT NOT = "N"
               MOVE "Key Y or N for mail consolidation."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO HH-CHANGE-CONSENT-EXIT
           END-IF
           MOVE WS-HH-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE "Customer is not in a household."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-CHANGE-CONSENT-EXIT
           END-READ
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           IF HH-MAIL-CONSENT = WS-INP-HH-CONSENT
               STRING "Mail consent is already "
                   WS-INP-HH-CONSENT "."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               PERFORM SHOW-RESULT
               GO TO HH-CHANGE-CONSENT-EXIT
           END-IF
           MOVE WS-INP-HH-CONSENT TO HH-MAIL-CONSENT
           REWRITE HH-REC
           IF WS-HHLD-OK
               MOVE "HHCONS" TO WS-AUDIT-ACTION
               PERFORM WRITE-HOUSEHOLD-AUDIT
               MOVE "HOUSEHOLD UPDATED" TO WS-RESULT-TITLE
               IF HH-MAIL-CONSOLIDATE
                   STRING "Customer " WS-HH-CUST
                       " mail now consolidated."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               ELSE
                   STRING "Customer " WS-HH-CUST
                       " mail now individual."
                       DELIMITED BY SIZE INTO WS-RESULT-LINE1
                   END-STRING
               END-IF
           ELSE
               MOVE "HOUSEHOLD - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the household record."
                   TO WS-RESULT-LINE1
           END-IF
           PERFORM SHOW-RESULT.
       HH-CHANGE-CONSENT-EXIT.
           EXIT.

      *    The mailing address lives on the head's record; any
      *    member's number brings it up.
       HH-MAIL-ADDRESS.
           MOVE "HOUSEHOLD - NOT CHANGED" TO WS-RESULT-TITLE
           MOVE WS-HH-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE "Customer is not in a household."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-MAIL-ADDRESS-EXIT
           END-READ
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           IF NOT HH-IS-HEAD
               MOVE WS-HH-HEAD TO HH-CUST-NO
               READ HHLD-FILE
                   INVALID KEY
                       MOVE "The household head record is missing."
                           TO WS-RESULT-LINE1
                       PERFORM SHOW-RESULT
                       GO TO HH-MAIL-ADDRESS-EXIT
               END-READ
           END-IF
           MOVE HH-MAIL-NAME  TO WS-INP-HH-NAME
           MOVE HH-MAIL-ADDR1 TO WS-INP-HH-ADDR1
           MOVE HH-MAIL-ADDR2 TO WS-INP-HH-ADDR2
           MOVE HH-MAIL-CITY  TO WS-INP-HH-CITY
           MOVE HH-MAIL-STATE TO WS-INP-HH-STATE
           MOVE HH-MAIL-ZIP   TO WS-INP-HH-ZIP
           DISPLAY HH-ADDR-SCR
           ACCEPT HH-ADDR-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO HH-MAIL-ADDRESS-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO HH-MAIL-ADDRESS-EXIT
           END-IF
           IF WS-INP-HH-NAME = SPACES
               OR WS-INP-HH-ADDR1 = SPACES
               OR WS-INP-HH-CITY = SPACES
               MOVE "Name, address line 1 and city are required."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO HH-MAIL-ADDRESS-EXIT
           END-IF
           MOVE WS-INP-HH-NAME  TO HH-MAIL-NAME
           MOVE WS-INP-HH-ADDR1 TO HH-MAIL-ADDR1
           MOVE WS-INP-HH-ADDR2 TO HH-MAIL-ADDR2
           MOVE WS-INP-HH-CITY  TO HH-MAIL-CITY
           MOVE FUNCTION UPPER-CASE(WS-INP-HH-STATE)
               TO HH-MAIL-STATE
           MOVE WS-INP-HH-ZIP   TO HH-MAIL-ZIP
           REWRITE HH-REC
           IF WS-HHLD-OK
               MOVE WS-HH-HEAD TO WS-HH-CUST
               MOVE "HHADDR" TO WS-AUDIT-ACTION
               PERFORM WRITE-HOUSEHOLD-AUDIT
               MOVE "HOUSEHOLD UPDATED" TO WS-RESULT-TITLE
               STRING "Household " WS-HH-HEAD
                   " mailing address updated."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
           ELSE
               MOVE "HOUSEHOLD - ERROR" TO WS-RESULT-TITLE
               MOVE "Could not update the household record."
                   TO WS-RESULT-LINE1
           END-IF
           PERFORM SHOW-RESULT.
       HH-MAIL-ADDRESS-EXIT.
           EXIT.

       HH-LIST-HOUSEHOLD.
           MOVE WS-HH-CUST TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE "HOUSEHOLD" TO WS-RESULT-TITLE
                   MOVE "Customer is not in a household."
                       TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO HH-LIST-HOUSEHOLD-EXIT
           END-READ
           MOVE HH-HEAD-CUST TO WS-HH-HEAD
           MOVE WS-HH-HEAD TO HH-CUST-NO
           READ HHLD-FILE
               INVALID KEY
                   MOVE SPACES TO HH-REC
           END-READ
           MOVE SPACES TO WS-REL-ROWS
           MOVE 0 TO WS-REL-ROW-IDX
           MOVE SPACES TO WS-REL-BUILD
           STRING "Household " WS-HH-HEAD "  " HH-MAIL-NAME
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW
           MOVE SPACES TO WS-REL-BUILD
           STRING "  " HH-MAIL-ADDR1 " " HH-MAIL-ADDR2
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW
           MOVE SPACES TO WS-REL-BUILD
           STRING "  " HH-MAIL-CITY " " HH-MAIL-STATE " "
               HH-MAIL-ZIP
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW
           MOVE SPACES TO WS-REL-BUILD
           PERFORM ADD-REL-ROW
           MOVE SPACES TO WS-REL-BUILD
           MOVE "CUSTOMER  NAME" TO WS-REL-BUILD(1:14)
           MOVE "ROLE" TO WS-REL-BUILD(43:4)
           MOVE "MAIL" TO WS-REL-BUILD(51:4)
           PERFORM ADD-REL-ROW
           PERFORM HH-LOAD-MEMBERS THRU HH-LOAD-MEMBERS-EXIT
           PERFORM HH-LIST-ONE-MEMBER
               VARYING WS-HH-I FROM 1 BY 1
               UNTIL WS-HH-I > WS-HH-MBR-CNT
           MOVE SPACES TO WS-DUMMY
           DISPLAY REL-INQ-SCR
           ACCEPT REL-INQ-SCR.
       HH-LIST-HOUSEHOLD-EXIT.
           EXIT.

       HH-LIST-ONE-MEMBER.
           MOVE SPACES TO WS-HH-CUST-NAME
           MOVE WS-HH-MBR-CUST(WS-HH-I) TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE "(not on customer master)"
                       TO WS-HH-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-HH-CUST-NAME
           END-READ
           IF WS-HH-MBR-ROLE(WS-HH-I) = "H"
               MOVE "HEAD" TO WS-HH-ROLE-NAME
           ELSE
               MOVE "MEMBER" TO WS-HH-ROLE-NAME
           END-IF
           IF WS-HH-MBR-CONSENT(WS-HH-I) = "Y"
               MOVE "HOUSEHOLD" TO WS-HH-MAIL-NAME
           ELSE
               MOVE "INDIVIDUAL" TO WS-HH-MAIL-NAME
           END-IF
           MOVE SPACES TO WS-REL-BUILD
           STRING WS-HH-MBR-CUST(WS-HH-I) "  " WS-HH-CUST-NAME
               "  " WS-HH-ROLE-NAME "  " WS-HH-MAIL-NAME
               DELIMITED BY SIZE INTO WS-REL-BUILD
           END-STRING
           PERFORM ADD-REL-ROW.

      *    Every customer filed under WS-HH-HEAD, head included.
      *    The household file is small, so a full pass is used
      *    rather than a second key.
       HH-LOAD-MEMBERS.
           MOVE ZEROS TO WS-HH-MBR-CNT
           MOVE 0 TO WS-HHLD-EOF-FLAG
           MOVE LOW-VALUES TO HH-CUST-NO
           START HHLD-FILE KEY IS GREATER THAN HH-CUST-NO
               INVALID KEY
                   GO TO HH-LOAD-MEMBERS-EXIT
           END-START
           PERFORM HH-LOAD-ONE-MEMBER UNTIL WS-HHLD-AT-EOF.
       HH-LOAD-MEMBERS-EXIT.
           EXIT.

       HH-LOAD-ONE-MEMBER.
           READ HHLD-FILE NEXT
               AT END
                   SET WS-HHLD-AT-EOF TO TRUE
               NOT AT END
                   IF HH-HEAD-CUST = WS-HH-HEAD
                       AND WS-HH-MBR-CNT < 20
                       ADD 1 TO WS-HH-MBR-CNT
                       MOVE HH-CUST-NO
                           TO WS-HH-MBR-CUST(WS-HH-MBR-CNT)
                       MOVE HH-ROLE
                           TO WS-HH-MBR-ROLE(WS-HH-MBR-CNT)
                       MOVE HH-MAIL-CONSENT
                           TO WS-HH-MBR-CONSENT(WS-HH-MBR-CNT)
                   END-IF
           END-READ.

      *    Whether WS-HH-CHECK-CUST is among the loaded members.
       HH-CHECK-MEMBER.
           MOVE 0 TO WS-HH-HIT-FLAG
           PERFORM HH-CHECK-ONE-MEMBER
               VARYING WS-HH-I FROM 1 BY 1
               UNTIL WS-HH-I > WS-HH-MBR-CNT OR WS-HH-HIT.

       HH-CHECK-ONE-MEMBER.
           IF WS-HH-MBR-CUST(WS-HH-I) = WS-HH-CHECK-CUST
               SET WS-HH-HIT TO TRUE
           END-IF.

      *    Customer-level entry, as WRITE-RETMAIL-AUDIT, with the
      *    household in the detail. WS-AUDIT-ACTION is set by the
      *    caller.
       WRITE-HOUSEHOLD-AUDIT.
           MOVE ZEROS TO ACCT-NO
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CUST " WS-HH-CUST " HH " WS-HH-HEAD
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.

       DO-MODIFY-CUSTOMER.
           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           MOVE "CUSTOMER LOOKUP" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-MODIFY-CUSTOMER-EXIT
           END-IF
           END-IF

           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO CUST-NO
           READ CUST-FILE WITH LOCK
               INVALID KEY
                   MOVE "MODIFY CUSTOMER - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-MODIFY-CUSTOMER-EXIT
           END-READ
           IF WS-CUST-LOCKED
               MOVE "MODIFY CUSTOMER - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-CUST-LOCKED
               GO TO DO-MODIFY-CUSTOMER-EXIT
           END-IF

      *    Pre-fill the edit screen with the record on file so the
      *    teller only overtypes what is changing.
               GO TO DO-MODIFY-CUSTOMER-EXIT
           END-IF

      *    A corrected address lifts the returned-mail hold; the
      *    next statement run mails to it.
           MOVE 0 TO WS-RETMAIL-CLEAR-FLAG
           IF CUST-MAIL-RETURNED
               AND (WS-INP-CUST-ADDR1 NOT = CUST-ADDR-LINE1
                   OR WS-INP-CUST-ADDR2 NOT = CUST-ADDR-LINE2
                   OR WS-INP-CUST-CITY NOT = CUST-CITY
                   OR WS-INP-CUST-ZIP NOT = CUST-ZIP)
               SET WS-RETMAIL-CLEARED TO TRUE
               MOVE SPACES TO CUST-RETMAIL-FLAG
               MOVE ZEROS TO CUST-RETMAIL-DT
           END-IF
           MOVE WS-INP-CUST-NAME   TO CUST-NAME
           MOVE WS-INP-CUST-ADDR1  TO CUST-ADDR-LINE1
           MOVE WS-INP-CUST-ADDR2  TO CUST-ADDR-LINE2
                   DELIMITED BY SIZE
                   INTO WS-RESULT-LINE1
               END-STRING
               IF WS-RETMAIL-CLEARED
                   MOVE "Returned-mail hold cleared for the new "
                       & "address." TO WS-RESULT-LINE2
                   MOVE "RETMCLR" TO WS-AUDIT-ACTION
                   PERFORM WRITE-RETMAIL-AUDIT
               END-IF
           ELSE
               MOVE "MODIFY CUSTOMER - ERROR"
                   TO WS-RESULT-TITLE
           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           MOVE "CUSTOMER LOOKUP" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LOOKUP-CUSTOMER-EXIT
           END-IF
           END-EVALUATE
           PERFORM COUNT-CUSTOMER-ACCOUNTS
           MOVE WS-CUST-ACCT-COUNT TO WS-DISP-CUST-ACCTS
           MOVE SPACES TO WS-DISP-CUST-MAIL
           IF CUST-MAIL-RETURNED
               STRING "RETURNED " CUST-RETMAIL-DT " - HELD"
                   DELIMITED BY SIZE INTO WS-DISP-CUST-MAIL
               END-STRING
           ELSE
               MOVE "Deliverable" TO WS-DISP-CUST-MAIL
           END-IF
           IF CUST-NO-CONTACT
               MOVE "OPTED OUT" TO WS-DISP-CUST-MKTG
           ELSE
               MOVE "Allowed" TO WS-DISP-CUST-MKTG
           END-IF
           DISPLAY CUST-DETAIL-SCR
           ACCEPT CUST-DETAIL-SCR.
       DO-LOOKUP-CUSTOMER-EXIT.
       DO-LINK-ACCT-CUSTOMER.
           MOVE SPACES TO WS-INP-ACCTNO
           DISPLAY LOOKUP-SCR
           ACCEPT LOOKUP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-LINK-ACCT-CUSTOMER-EXIT
           END-IF
               PERFORM SHOW-RESULT
               GO TO DO-LINK-ACCT-CUSTOMER-EXIT
           END-IF
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   MOVE "LINK CUSTOMER - NOT FOUND"
                       TO WS-RESULT-TITLE
                   PERFORM SHOW-RESULT
                   GO TO DO-LINK-ACCT-CUSTOMER-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               MOVE "LINK CUSTOMER - IN USE" TO WS-RESULT-TITLE
               PERFORM SHOW-RECORD-LOCKED
               GO TO DO-LINK-ACCT-CUSTOMER-EXIT
           END-IF
           PERFORM CHECK-ACCOUNT-MEMOS
               THRU CHECK-ACCOUNT-MEMOS-EXIT
           IF WS-MEMO-NOT-ACKED
               GO TO DO-LINK-ACCT-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           STRING "Account " ACCT-NO " - " ACCT-NAME
                   CONTINUE
           END-WRITE
           IF WS-HOLD-OK
               MOVE HOLD-ID TO WS-CLTR-HOLD-ID
               ADD 1 TO WS-NEXT-HOLD-ID
           ELSE
               DISPLAY "WARNING: Could not write hold record - "
       WRITE-HOLD-RECORD-EXIT.
           EXIT.

      *    Opens the deposited check item register, creating it on
      *    first use, and seeds the next item id from the highest
      *    key on file.
       OPEN-CLTR-FILE.
           OPEN I-O CLTR-FILE
           IF WS-CLTR-OK
               SET WS-CLTR-IS-OPEN TO TRUE
           ELSE
               IF WS-CLTR-FILE-MISSING
                   OPEN OUTPUT CLTR-FILE
                   IF WS-CLTR-OK
                       CLOSE CLTR-FILE
                       OPEN I-O CLTR-FILE
                       IF WS-CLTR-OK
                           SET WS-CLTR-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CLTR-IS-OPEN
               GO TO OPEN-CLTR-FILE-EXIT
           END-IF
           MOVE HIGH-VALUES TO CLTR-ITEM-ID
           START CLTR-FILE KEY IS LESS THAN CLTR-ITEM-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-CLTR-ID
                   GO TO OPEN-CLTR-FILE-EXIT
           END-START
           READ CLTR-FILE NEXT
               AT END
                   MOVE 1 TO WS-NEXT-CLTR-ID
               NOT AT END
                   COMPUTE WS-NEXT-CLTR-ID = CLTR-ITEM-ID + 1
           END-READ.
       OPEN-CLTR-FILE-EXIT.
           EXIT.

      *    Keys the checks drawn on other banks that make up the
      *    deposit in WS-TXN-AMT, up to twenty. The items may not
      *    add up to more than the deposit; what they leave over is
      *    cash. F3 abandons the deposit altogether.
       CAPTURE-CHECK-ITEMS.
           MOVE 0 TO WS-CHK-ENTRY-FLAG
           MOVE 0 TO WS-CHK-COUNT
           MOVE 0 TO WS-CHK-WRITTEN
           MOVE ZEROS TO WS-CHK-TOTAL
           IF NOT WS-CLTR-IS-OPEN
               GO TO CAPTURE-CHECK-ITEMS-EXIT
           END-IF
           MOVE "Key each check drawn on another bank; a blank routing "
               & "number ends." TO WS-CHK-MSG
           PERFORM ENTER-CHECK-ITEM THRU ENTER-CHECK-ITEM-EXIT
               UNTIL WS-CHK-ENTRY-DONE OR WS-CHK-ABANDONED.
       CAPTURE-CHECK-ITEMS-EXIT.
           EXIT.

       ENTER-CHECK-ITEM.
           MOVE SPACES TO WS-INP-CHK-ROUTING WS-INP-CHK-SERIAL
               WS-INP-CHK-AMT
           DISPLAY CHK-ITEM-SCR
           ACCEPT CHK-ITEM-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               SET WS-CHK-ABANDONED TO TRUE
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               SET WS-CHK-ABANDONED TO TRUE
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-INP-CHK-ROUTING = SPACES
               SET WS-CHK-ENTRY-DONE TO TRUE
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-INP-CHK-ROUTING NOT NUMERIC
               MOVE "Routing number must be nine digits - rekey the "
                   & "item." TO WS-CHK-MSG
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           MOVE WS-INP-CHK-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                   + WS-ABA-DIGIT(7))
               + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                   + WS-ABA-DIGIT(8))
               + WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6) + WS-ABA-DIGIT(9)
           IF WS-ABA-ROUTING = ZEROS
               OR FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZEROS
               MOVE "Routing number fails its check digit - rekey "
                   & "the item." TO WS-CHK-MSG
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-INP-CHK-SERIAL) = ZEROS
               MOVE "A check serial is required." TO WS-CHK-MSG
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-CHK-AMT) TO WS-CHK-ITEM-AMT
           IF WS-CHK-ITEM-AMT < 0.01
               MOVE "A check amount is required." TO WS-CHK-MSG
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           IF WS-CHK-TOTAL + WS-CHK-ITEM-AMT > WS-TXN-AMT
               MOVE "The items would come to more than the deposit "
                   & "amount." TO WS-CHK-MSG
               GO TO ENTER-CHECK-ITEM-EXIT
           END-IF
           ADD 1 TO WS-CHK-COUNT
           MOVE WS-ABA-ROUTING TO WS-CHK-ROUTING(WS-CHK-COUNT)
           MOVE FUNCTION NUMVAL(WS-INP-CHK-SERIAL)
               TO WS-CHK-SERIAL(WS-CHK-COUNT)
           MOVE WS-CHK-ITEM-AMT TO WS-CHK-AMT(WS-CHK-COUNT)
           ADD WS-CHK-ITEM-AMT TO WS-CHK-TOTAL
           MOVE SPACES TO WS-CHK-MSG
           STRING "Item " WS-CHK-COUNT " accepted."
               DELIMITED BY SIZE INTO WS-CHK-MSG
           END-STRING
           IF WS-CHK-COUNT = 20
               SET WS-CHK-ENTRY-DONE TO TRUE
           END-IF.
       ENTER-CHECK-ITEM-EXIT.
           EXIT.

      *    Writes the keyed check items to the register against the
      *    deposit in WS-CLTR-TXN-ID and its hold in WS-CLTR-HOLD-ID.
       WRITE-CHECK-ITEMS.
           IF WS-CLTR-IS-OPEN
               PERFORM WRITE-ONE-CHECK-ITEM
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
           END-IF.

       WRITE-ONE-CHECK-ITEM.
           MOVE SPACES TO CLTR-REC
           MOVE WS-NEXT-CLTR-ID      TO CLTR-ITEM-ID
           MOVE ACCT-NO              TO CLTR-ACCT-NO
           MOVE WS-CHK-ROUTING(WS-CHK-IDX) TO CLTR-ROUTING
           MOVE WS-CHK-SERIAL(WS-CHK-IDX)  TO CLTR-SERIAL
           MOVE WS-CHK-AMT(WS-CHK-IDX)     TO CLTR-AMOUNT
           MOVE WS-TODAY-DATE        TO CLTR-DEPOSIT-DT
           MOVE "T"                  TO CLTR-CHANNEL
           MOVE WS-CLTR-TXN-ID       TO CLTR-TXN-ID
           MOVE WS-CLTR-HOLD-ID      TO CLTR-HOLD-ID
           MOVE "C"                  TO CLTR-STATUS
           MOVE ZEROS                TO CLTR-SENT-DT CLTR-SENT-TM
           MOVE WS-OPERATOR-ID       TO CLTR-OPERATOR-ID
           MOVE ZEROS                TO CLTR-RETURN-DT
           MOVE SPACES               TO CLTR-RETURN-RSN
           MOVE ZEROS                TO CLTR-PAID-DT
           WRITE CLTR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CLTR-OK
               ADD 1 TO WS-NEXT-CLTR-ID
               ADD 1 TO WS-CHK-WRITTEN
           END-IF.

      *================================================================*
      * STOP PAYMENTS                                                  *
      *================================================================*
       SHOW-STOP-MENU.
           MOVE SPACES TO WS-MENU-CHOICE
           DISPLAY STOP-MENU-SCR
           ACCEPT STOP-MENU-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               MOVE 1 TO WS-SCREEN-DONE
               GO TO SHOW-STOP-MENU-EXIT
               WHEN "1" PERFORM DO-PLACE-STOP THRU DO-PLACE-STOP-EXIT
               WHEN "2" PERFORM DO-LIST-STOPS
               WHEN "3" PERFORM DO-CANCEL-STOP THRU DO-CANCEL-STOP-EXIT
               WHEN "4" PERFORM DO-ADD-MANDATE THRU DO-ADD-MANDATE-EXIT
               WHEN "5" PERFORM DO-LIST-MANDATES
                   THRU DO-LIST-MANDATES-EXIT
               WHEN "6" PERFORM DO-REVOKE-MANDATE
                   THRU DO-REVOKE-MANDATE-EXIT
           END-EVALUATE.
       SHOW-STOP-MENU-EXIT.
           EXIT.
               WS-INP-STOP-TO WS-INP-STOP-AMT
               WS-INP-STOP-EXPIRY
           DISPLAY PLACE-STOP-SCR
           ACCEPT PLACE-STOP-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-PLACE-STOP-EXIT
           END-IF
       DO-CANCEL-STOP-EXIT.
           EXIT.

      *================================================================*
      * DEBIT MANDATES                                                 *
      *================================================================*
      *    Records the customer's authority for an outside originator
      *    to debit the account. A revoked mandate for the same
      *    originator is reinstated with the new terms.
       DO-ADD-MANDATE.
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-DMND-ORIG-ID
               WS-INP-DMND-ORIG-NAME WS-INP-DMND-MAX-AMT
               WS-INP-DMND-FREQ
           DISPLAY ADD-DMND-SCR
           ACCEPT ADD-DMND-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-ADD-MANDATE-EXIT
           END-IF

           MOVE "DEBIT MANDATE - ERROR" TO WS-RESULT-TITLE
           MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
               WS-RESULT-LINE4 WS-RESULT-LINE5
           IF NOT WS-DMND-IS-OPEN
               MOVE "Debit mandate file is not available."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           MOVE WS-INP-ACCTNO TO ACCT-NO
           PERFORM VALIDATE-ACCT-NO-CHECK-DIGIT
               THRU VALIDATE-ACCT-NO-CHECK-DIGIT-EXIT
           IF NOT WS-CD-VALID
               MOVE "Account number fails check-digit "
                   & "validation." TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           READ ACCT-FILE
               INVALID KEY
                   MOVE "Account not found." TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO DO-ADD-MANDATE-EXIT
           END-READ
           IF ACCT-IS-CLOSED
               MOVE "Account is closed." TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           IF WS-INP-DMND-ORIG-ID = SPACES
               MOVE "An originator id is required."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-INP-DMND-MAX-AMT) NOT > ZEROS
               MOVE "A maximum amount is required."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-INP-DMND-FREQ)
               TO WS-INP-DMND-FREQ
           MOVE WS-INP-DMND-FREQ TO DMND-FREQ
           IF NOT DMND-FREQ-VALID
               MOVE "Frequency must be W, M, Q, A or V."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-ADD-MANDATE-EXIT
           END-IF

           MOVE ACCT-NO TO DMND-ACCT-NO
           MOVE FUNCTION UPPER-CASE(WS-INP-DMND-ORIG-ID)
               TO DMND-ORIG-ID
           READ DMND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DMND-IS-ACTIVE
                       MOVE "An active mandate for this originator "
                           & "exists." TO WS-RESULT-LINE1
                       PERFORM SHOW-RESULT
                       GO TO DO-ADD-MANDATE-EXIT
                   END-IF
           END-READ
           PERFORM GET-CURRENT-DATETIME
           MOVE ACCT-NO TO DMND-ACCT-NO
           MOVE FUNCTION UPPER-CASE(WS-INP-DMND-ORIG-ID)
               TO DMND-ORIG-ID
           MOVE WS-INP-DMND-ORIG-NAME TO DMND-ORIG-NAME
           MOVE FUNCTION NUMVAL(WS-INP-DMND-MAX-AMT) TO DMND-MAX-AMT
           MOVE WS-INP-DMND-FREQ TO DMND-FREQ
           MOVE "A" TO DMND-STATUS
           MOVE ZEROS TO DMND-REVOKE-DT
           MOVE WS-TODAY-DATE TO DMND-ADDED-DT
           MOVE WS-OPERATOR-ID TO DMND-ADDED-BY
           MOVE ZEROS TO DMND-LAST-DEBIT-DT DMND-LAST-AMT
           IF WS-DMND-OK
               REWRITE DMND-REC
           ELSE
               WRITE DMND-REC
           END-IF
           IF WS-DMND-OK
               MOVE "DEBIT MANDATE ADDED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1
               STRING "Originator " DMND-ORIG-ID " on account "
                   DMND-ACCT-NO
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               MOVE DMND-ORIG-NAME TO WS-RESULT-LINE2
               MOVE "DMNDADD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ORIG " DMND-ORIG-ID " FREQ " DMND-FREQ
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           ELSE
               MOVE "Could not write the debit mandate."
                   TO WS-RESULT-LINE1
           END-IF
           PERFORM SHOW-RESULT.
       DO-ADD-MANDATE-EXIT.
           EXIT.

      *    Lists the mandates held on one account, active and
      *    revoked, up to a screenful.
       DO-LIST-MANDATES.
           MOVE SPACES TO WS-INP-CUST-NO WS-RESULT-LINE1
           MOVE "Account number to list mandates for:"
               TO WS-RESULT-LINE1
           MOVE "DEBIT MANDATES" TO WS-PROMPT-TITLE
           DISPLAY CUST-NO-SCR
           ACCEPT CUST-NO-SCR
           IF WS-KEY-F3
               GO TO DO-LIST-MANDATES-EXIT
           END-IF
           IF NOT WS-DMND-IS-OPEN
               MOVE "DEBIT MANDATES - ERROR" TO WS-RESULT-TITLE
               MOVE "Debit mandate file is not available."
                   TO WS-RESULT-LINE1
               MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
                   WS-RESULT-LINE4 WS-RESULT-LINE5
               PERFORM SHOW-RESULT
               GO TO DO-LIST-MANDATES-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-CUST-NO) TO WS-DMND-LIST-ACCT
           MOVE SPACES TO WS-STOP-LIST-ROWS
           MOVE 0 TO WS-STOP-LIST-COUNT
           MOVE 0 TO WS-DMND-SCAN-EOF-FLAG
           MOVE WS-DMND-LIST-ACCT TO DMND-ACCT-NO
           MOVE LOW-VALUES TO DMND-ORIG-ID
           START DMND-FILE KEY IS NOT LESS THAN DMND-KEY
               INVALID KEY
                   SET WS-DMND-SCAN-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-MANDATE-ROW
               UNTIL WS-DMND-SCAN-EOF
               OR WS-STOP-LIST-COUNT = 10
           DISPLAY DMND-LIST-SCR
           ACCEPT DMND-LIST-SCR.
       DO-LIST-MANDATES-EXIT.
           EXIT.

       LOAD-ONE-MANDATE-ROW.
           READ DMND-FILE NEXT
               AT END
                   SET WS-DMND-SCAN-EOF TO TRUE
               NOT AT END
                   IF DMND-ACCT-NO NOT = WS-DMND-LIST-ACCT
                       SET WS-DMND-SCAN-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-STOP-LIST-COUNT
                       MOVE DMND-MAX-AMT TO WS-DISP-AMT
                       MOVE SPACES TO
                           WS-STOP-ROW(WS-STOP-LIST-COUNT)
                       STRING DMND-ORIG-ID "    "
                           DMND-ORIG-NAME(1:16) " "
                           WS-DISP-AMT " " DMND-FREQ " "
                           DMND-STATUS " " DMND-REVOKE-DT
                           DELIMITED BY SIZE INTO
                           WS-STOP-ROW(WS-STOP-LIST-COUNT)
                       END-STRING
                   END-IF
           END-READ.

      *    Revokes the customer's authority from the date given;
      *    DEBITIN returns anything the originator dates on or
      *    after it.
       DO-REVOKE-MANDATE.
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-DMND-ORIG-ID
               WS-INP-DMND-REVOKE-DT
           DISPLAY REVOKE-DMND-SCR
           ACCEPT REVOKE-DMND-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-REVOKE-MANDATE-EXIT
           END-IF
           IF WS-KEY-F12
               MOVE 1 TO WS-PROGRAM-DONE
               GO TO DO-REVOKE-MANDATE-EXIT
           END-IF

           MOVE "REVOKE MANDATE - ERROR" TO WS-RESULT-TITLE
           MOVE SPACES TO WS-RESULT-LINE2 WS-RESULT-LINE3
               WS-RESULT-LINE4 WS-RESULT-LINE5
           IF NOT WS-DMND-IS-OPEN
               MOVE "Debit mandate file is not available."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-REVOKE-MANDATE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INP-ACCTNO) TO DMND-ACCT-NO
           MOVE FUNCTION UPPER-CASE(WS-INP-DMND-ORIG-ID)
               TO DMND-ORIG-ID
           READ DMND-FILE
               INVALID KEY
                   MOVE "No mandate for that account and "
                       & "originator." TO WS-RESULT-LINE1
                   PERFORM SHOW-RESULT
                   GO TO DO-REVOKE-MANDATE-EXIT
           END-READ
           IF DMND-IS-REVOKED
               MOVE "Mandate is already revoked."
                   TO WS-RESULT-LINE1
               PERFORM SHOW-RESULT
               GO TO DO-REVOKE-MANDATE-EXIT
           END-IF
           PERFORM GET-CURRENT-DATETIME
           IF WS-INP-DMND-REVOKE-DT = SPACES
               MOVE WS-TODAY-DATE TO DMND-REVOKE-DT
           ELSE
               MOVE FUNCTION NUMVAL(WS-INP-DMND-REVOKE-DT)
                   TO DMND-REVOKE-DT
           END-IF
           MOVE "R" TO DMND-STATUS
           REWRITE DMND-REC
           IF WS-DMND-OK
               MOVE "DEBIT MANDATE REVOKED" TO WS-RESULT-TITLE
               MOVE SPACES TO WS-RESULT-LINE1 WS-RESULT-LINE2
               STRING "Originator " DMND-ORIG-ID " on account "
                   DMND-ACCT-NO
                   DELIMITED BY SIZE INTO WS-RESULT-LINE1
               END-STRING
               STRING "Debits dated " DMND-REVOKE-DT
                   " or later will be returned."
                   DELIMITED BY SIZE INTO WS-RESULT-LINE2
               END-STRING
               MOVE DMND-ACCT-NO TO ACCT-NO
               MOVE "DMNDREV" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ORIG " DMND-ORIG-ID " EFF " DMND-REVOKE-DT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           ELSE
               MOVE "Could not update the debit mandate."
                   TO WS-RESULT-LINE1
           END-IF
           PERFORM SHOW-RESULT.
       DO-REVOKE-MANDATE-EXIT.
           EXIT.

      *    Seeds the next stop-order id from the highest key on
      *    file, same approach as FIND-NEXT-CUST-NO.
       FIND-NEXT-STOP-ID.
           MOVE SPACES TO WS-INP-ACCTNO WS-INP-BENE-ID
               WS-INP-AMOUNT
           DISPLAY EXTPAY-SCR
           ACCEPT EXTPAY-SCR WITH TIME-OUT WS-IDLE-SECONDS
           PERFORM CHECK-IDLE-TIMEOUT
           IF WS-KEY-F3
               GO TO DO-EXT-PAYMENT-EXIT
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
      *    amount and entry id for the resolution to act on.
       POST-PROVISIONAL-CREDIT.
           MOVE WS-DISP-TXN-SAVE-ACCT TO ACCT-NO
           READ ACCT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "WARNING: Account vanished - no "
                       "provisional credit posted."
                   GO TO POST-PROVISIONAL-CREDIT-EXIT
           END-READ
           IF WS-ACCT-LOCKED
               DISPLAY "WARNING: Account in use at another "
                   "terminal - no provisional credit posted."
               GO TO POST-PROVISIONAL-CREDIT-EXIT
           END-IF
           ADD WS-DISP-TXN-SAVE-AMT TO ACCT-BAL
           REWRITE ACCT-REC
           IF NOT WS-ACCT-OK
               TO WS-PATH-CUSTOMERS
           MOVE "data/training/FXRATES.dat" TO WS-PATH-FXRATES
           MOVE "data/training/HOLDS.dat" TO WS-PATH-HOLDS
           MOVE "data/training/CASHITEM.dat" TO WS-PATH-CASHITEM
           MOVE "data/training/HOUSEHLD.dat" TO WS-PATH-HOUSEHLD
           MOVE "data/training/STOPPAY.dat" TO WS-PATH-STOPPAY
           MOVE "data/training/MANDATES.dat" TO WS-PATH-MANDATES
           MOVE "data/training/BENEFIC.dat" TO WS-PATH-BENEFIC
           MOVE "data/training/PAYREQ.dat" TO WS-PATH-PAYREQ
           MOVE "data/training/WATCHLST.dat" TO WS-PATH-WATCHLST
                   GO TO LOOK-UP-TIER-RATE-EXIT
               END-IF
           END-IF
           MOVE ACCT-TYPE TO WS-RATE-TABLE
           IF WS-PROD-IS-OPEN
               AND ACCT-PRODUCT NOT = SPACES AND LOW-VALUES
               MOVE ACCT-PRODUCT TO PROD-CODE
               READ PROD-FILE
                   NOT INVALID KEY
                       IF PROD-RATE-TABLE NOT = SPACES
                           MOVE PROD-RATE-TABLE TO WS-RATE-TABLE
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO WS-RATE-EOF-FLAG
           MOVE WS-RATE-TABLE TO RATE-ACCT-TYPE
           MOVE ZEROS TO RATE-BAND
           START RATE-FILE KEY IS GREATER THAN RATE-KEY
               INVALID KEY
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF RATE-ACCT-TYPE NOT = WS-RATE-TABLE
                       SET WS-RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF RATE-EFF-DATE NOT > WS-TODAY-DATE
                           MOVE RATE-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                       IF RATE-EFF-DATE > WS-TODAY-DATE
                           AND RATE-PRIOR-EFF-DT NUMERIC
                           AND RATE-PRIOR-EFF-DT > ZEROS
                           AND RATE-PRIOR-EFF-DT NOT > WS-TODAY-DATE
                           AND ACCT-BAL >= RATE-PRIOR-MIN-BAL
                           MOVE RATE-PRIOR-PCT TO WS-APPLY-RATE
                           SET WS-TIER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *================================================================*
      * ACCT-REC.cpy - Account Master Record Layout                    *
      * Record Length: 414 bytes                                       *
      *================================================================*
       01  ACCT-REC.
           05  ACCT-NO            PIC 9(8).
               88  ACCT-RES-NO-EXTERNAL VALUE "Y".
           05  ACCT-RES-CTR-ONLY  PIC X(1).
               88  ACCT-RES-COUNTER-ONLY VALUE "Y".
      *    Total pledged as collateral for loans (COLL-REC deposit
      *    pledges), maintained by LOANMGR and released when the
      *    loan is paid off or the pledge is released. Restrains
      *    funds the same way ACCT-LEGAL-AMT does - every debit path
      *    subtracts it from available funds; deposits still land.
      *    Non-numeric (older records) reads as zero.
           05  ACCT-PLEDGE-AMT    PIC 9(9)V99.
      *    Convenience withdrawals this statement month, savings and
      *    money-market accounts only: teller transfers (BANKUI,
      *    TXNPROC, and TXNAPPR on approval), standing orders
      *    (STORDRUN), ATM withdrawals (ATMFEED), import-feed debits
      *    (TXNIMP) and outgoing payments (PAYOUT). In-person cash
      *    withdrawals are not counted. Each path counts the item as
      *    it posts and restarts the count when ACCT-XWD-MONTH
      *    (YYYYMM) is not the posting month. The nightly XWDFEE step
      *    charges every item over CTRL-XWD-LIMIT and keeps how many
      *    it has charged for the month. Non-numeric (older records)
      *    reads as zero.
           05  ACCT-XWD-MONTH     PIC 9(6).
           05  ACCT-XWD-COUNT     PIC 9(3).
           05  ACCT-XWD-CHARGED   PIC 9(3).
      *    Months (YYYYMM, newest first) in which the account went
      *    over the limit. Three inside a rolling year lists the
      *    account on XWDFEE's report for conversion to checking.
           05  ACCT-XWD-OVER-MOS.
               10  ACCT-XWD-OVER-MO   PIC 9(6) OCCURS 3 TIMES.
      *    Per-item fees (returned NSF, or paid into overdraft)
      *    charged on ACCT-IFEE-DATE. Every posting path that
      *    charges an item fee restarts the count when the date is
      *    not today and charges nothing once the count reaches
      *    CTRL-IFEE-DAY-CAP. Non-numeric (older records) reads as
      *    zero.
           05  ACCT-IFEE-DATE     PIC 9(8).
           05  ACCT-IFEE-COUNT    PIC 9(2).
      *    Deposit product (PROD-CODE on PRODUCTS.dat) the account was
      *    opened under. SVCFEE and INTPOST take the account's fee and
      *    rate-table rules from the product. Spaces (accounts opened
      *    before the product master) keep the CTRL/type rules.
           05  ACCT-PRODUCT       PIC X(4).
      *    Account analysis (ANLYSIS month-end step): Y bills the
      *    account - and, on a concentration account, its sweep group
      *    (SWP-REC) - by activity charges less an earnings credit on
      *    the collected balance, instead of SVCFEE's flat fee. Set in
      *    ACCTMGR. Space (and older records) is not analyzed.
           05  ACCT-ANALYSIS      PIC X(1).
               88  ACCT-ON-ANALYSIS   VALUE "Y".
      *    Statement cycle. ACCT-STMT-CYCLE is the day of the month
      *    (01-28) the statement cycle ends on, or 99 for month-end;
      *    zero or non-numeric (older records, and accounts not yet
      *    spread by CYCASGN) is month-end. ACCT-STMT-FREQ Q mails a
      *    statement only for cycles ending in Mar/Jun/Sep/Dec (low-
      *    activity savings); space or M is monthly. RPTGEN's cycle
      *    runs set ACCT-STMT-LAST-DT to the cycle end date each
      *    statement covered, and start the next statement the day
      *    after it.
           05  ACCT-STMT-CYCLE    PIC 9(2).
               88  ACCT-CYCLE-MONTH-END VALUE 99.
           05  ACCT-STMT-FREQ     PIC X(1).
               88  ACCT-STMT-QUARTERLY  VALUE "Q".
           05  ACCT-STMT-LAST-DT  PIC 9(8).
      *    Introductory rate promotion (PROMO-CODE on PROMOS.dat) the
      *    account was opened under. INTPOST pays the promotion's rate
      *    while the period is before ACCT-PROMO-EXP-DT and the RATE-REC
      *    tier (or ACCT-INT-RATE) from then on; PROMORPT lists the
      *    promotions running out so branches can call. Spaces (and
      *    older records) carry no promotion.
           05  ACCT-PROMO-CODE    PIC X(6).
           05  ACCT-PROMO-EXP-DT  PIC 9(8).
      *    Interest earned and not yet paid. The INTACCR nightly step
      *    accrues each interest-bearing account's daily interest here
      *    at the rate INTPOST would pay, through ACCT-INT-ACCR-DT, and
      *    books it to accrued interest payable (ACCRUAL.dat); INTPOST
      *    relieves it when it pays the month. Zero (or non-numeric on
      *    older records) is nothing accrued.
           05  ACCT-INT-ACCRUED   PIC 9(7)V9(4).
           05  ACCT-INT-ACCR-DT   PIC 9(8).

      *================================================================*
      * PROD-REC.cpy - Deposit Product Master Record Layout            *
      * One record per deposit product, maintained by PRODMNT (which   *
      * seeds the four standard products on first use). A product      *
      * names one of the base account types (ACCT-TYPE C/S/D/M) and    *
      * carries the rules that used to be hardcoded per type or held   *
      * bank-wide on CTRL: the opening minimum, the service-fee        *
      * threshold and amount, the rate table and starting rate, which  *
      * links are allowed, and the CD terms offered. ACCTMGR and       *
      * BANKUI open accounts against a product, SVCFEE and INTPOST     *
      * take their rules from it. Accounts with no product (opened     *
      * before the master existed) keep the CTRL/type behaviour.       *
      * Record Length: 92 bytes                                        *
      *================================================================*
       01  PROD-REC.
           05  PROD-CODE          PIC X(4).
           05  PROD-NAME          PIC X(30).
      *    Base account type the product is built on.
           05  PROD-BASE-TYPE     PIC X(1).
               88  PROD-IS-CHECKING   VALUE "C".
               88  PROD-IS-SAVINGS    VALUE "S".
               88  PROD-IS-CD         VALUE "D".
               88  PROD-IS-MMKT       VALUE "M".
      *    Smallest opening deposit accepted.
           05  PROD-MIN-OPEN      PIC 9(5)V99.
      *    SVCFEE charges PROD-SVC-FEE to an account whose balance is
      *    at or below PROD-SVC-MIN-BAL. A zero fee exempts the
      *    product from the monthly service fee.
           05  PROD-SVC-MIN-BAL   PIC 9(7)V99.
           05  PROD-SVC-FEE       PIC 9(5)V99.
      *    Rate table (RATE-ACCT-TYPE on RATETBL.dat) INTPOST reads
      *    for this product's accounts, and the rate a new account
      *    starts at (ACCT-INT-RATE) when the table has no row.
           05  PROD-RATE-TABLE    PIC X(1).
           05  PROD-INT-RATE      PIC 9(2)V9(4).
      *    Whether an opening may set an overdraft limit, and whether
      *    it may link a savings account for the overdraft sweep.
           05  PROD-OD-ALLOWED    PIC X(1).
               88  PROD-OD-OK         VALUE "Y".
           05  PROD-SWEEP-ALLOWED PIC X(1).
               88  PROD-SWEEP-OK      VALUE "Y".
      *    CD terms offered, in months; the first is the default and
      *    unused slots are zero. All zero leaves the term free.
           05  PROD-CD-TERMS.
               10  PROD-CD-TERM   PIC 9(3) OCCURS 4 TIMES.
      *    A retired product takes no new accounts; accounts already
      *    open on it keep its rules.
           05  PROD-STATUS        PIC X(1).
               88  PROD-IS-ACTIVE     VALUE "A".
               88  PROD-IS-RETIRED    VALUE "X".
           05  FILLER             PIC X(12).

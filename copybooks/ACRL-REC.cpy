      *================================================================*
      * ACRL-REC.cpy - Interest Accrual Ledger Record Layout           *
      * One record per accrual booked or relieved, appended to         *
      * data/ACCRUAL.dat. The INTACCR nightly step writes a day's      *
      * accrual for each interest-bearing deposit account (interest    *
      * expense against accrued interest payable) and each active      *
      * loan (accrued interest receivable against interest income).    *
      * INTPOST relieves a deposit account's accrual when it pays the  *
      * month, and LOANMGR, LOANAUTO and PAYIN relieve a loan's when a *
      * payment or payoff collects interest; INTACCR relieves what is  *
      * left on a closed account or loan. A relief carries the         *
      * interest actually paid or collected and the difference from    *
      * the accrual, which INTACCR's report lists.                     *
      * GLEXTR posts the ledger through the "A" rows of GLMAP.dat,     *
      * keyed by ACRL-CATEGORY.                                        *
      * Record Length: 80 bytes                                        *
      *================================================================*
       01  ACRL-REC.
           05  ACRL-DATE          PIC 9(8).
           05  ACRL-TIME          PIC 9(6).
      *    GLMAP category of the entry.
           05  ACRL-CATEGORY      PIC X(4).
               88  ACRL-IS-DEP-ACCRUAL  VALUE "DACR".
               88  ACRL-IS-DEP-RELIEF   VALUE "DREL".
               88  ACRL-IS-LOAN-ACCRUAL VALUE "LACR".
               88  ACRL-IS-LOAN-RELIEF  VALUE "LREL".
      *    Deposit account number (D categories) or loan number
      *    (L categories).
           05  ACRL-REF-NO        PIC 9(8).
      *    Accrual booked, or accrual relieved.
           05  ACRL-AMOUNT        PIC 9(9)V99.
      *    Reliefs only: interest paid (INTPOST) or collected (loan
      *    payment), and that less the accrual relieved. Zero on an
      *    accrual.
           05  ACRL-PAID-AMT      PIC 9(9)V99.
           05  ACRL-DIFF-AMT      PIC S9(9)V99.
      *    Branch and currency the GL entry books to - the deposit
      *    account's; the loan book's entries book to the main
      *    office.
           05  ACRL-BRANCH        PIC X(4).
           05  ACRL-CURRENCY      PIC X(3).
      *    Program that wrote the entry.
           05  ACRL-SOURCE        PIC X(8).
           05  FILLER             PIC X(6).

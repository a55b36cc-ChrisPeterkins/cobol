      *================================================================*
      * COLL-REC.cpy - Loan Collateral Register Record Layout          *
      * One record per item of collateral securing a loan, kept in     *
      * LOANMGR in data/COLLATRL.dat. A deposit pledged as collateral  *
      * names the pledged account, and the pledged amount is added to  *
      * that account's ACCT-PLEDGE-AMT restraint until the item is     *
      * released - by hand, or when the loan is paid off, which also   *
      * prints the lien-release notice. LTVRPT measures each loan's    *
      * balance against the appraised value of its active collateral.  *
      * Record Length: 89 bytes                                        *
      *================================================================*
       01  COLL-REC.
           05  COLL-KEY.
               10  COLL-LOAN-NO   PIC 9(8).
               10  COLL-SEQ       PIC 9(2).
           05  COLL-TYPE          PIC X(1).
               88  COLL-IS-REAL-ESTATE VALUE "R".
               88  COLL-IS-VEHICLE     VALUE "V".
               88  COLL-IS-DEPOSIT     VALUE "D".
               88  COLL-IS-OTHER       VALUE "O".
           05  COLL-DESC          PIC X(30).
      *    Value as of the last appraisal (for a deposit, the amount
      *    pledged) and the date it was set.
           05  COLL-APPR-VALUE    PIC 9(9)V99.
           05  COLL-APPR-DT       PIC 9(8).
      *    1 = first lien, 2 = second, and so on.
           05  COLL-LIEN-POS      PIC 9(1).
      *    Deposit collateral only - the pledged account and the
      *    amount restrained on it. Zeros on any other type.
           05  COLL-PLEDGE-ACCT   PIC 9(8).
           05  COLL-PLEDGE-AMT    PIC 9(9)V99.
           05  COLL-STATUS        PIC X(1).
               88  COLL-IS-ACTIVE      VALUE "A".
               88  COLL-IS-RELEASED    VALUE "R".
           05  COLL-RELEASE-DT    PIC 9(8).

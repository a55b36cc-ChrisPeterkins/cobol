      *================================================================*
      * ESCR-REC.cpy - Loan Escrow Payee Schedule Record Layout        *
      * One record per tax or insurance bill a loan's escrow pays,     *
      * maintained in LOANMGR in data/ESCROW.dat. ESCRDISB pays each   *
      * row out of LOAN-ESCROW-BAL when its due date arrives, queueing *
      * the payment to the approved beneficiary (BENEFIC.dat) for      *
      * PAYOUT, and rolls the due date forward by the frequency.       *
      * ESCRANAL projects the coming year's disbursements from it.     *
      * Record Length: 76 bytes                                        *
      *================================================================*
       01  ESCR-REC.
           05  ESCR-KEY.
               10  ESCR-LOAN-NO   PIC 9(8).
               10  ESCR-SEQ       PIC 9(2).
           05  ESCR-TYPE          PIC X(1).
               88  ESCR-IS-TAX        VALUE "T".
               88  ESCR-IS-INSURANCE  VALUE "I".
               88  ESCR-IS-OTHER      VALUE "O".
      *    Payee as an approved external beneficiary - the taxing
      *    authority or the insurance carrier.
           05  ESCR-BENE-ID       PIC 9(8).
           05  ESCR-DESC          PIC X(20).
      *    Amount of the next bill, as last known.
           05  ESCR-AMOUNT        PIC 9(7)V99.
      *    Months between bills - 12 annual, 6 semi-annual, 3
      *    quarterly. Zero is a one-time bill, retired once paid.
           05  ESCR-FREQ-MONTHS   PIC 9(2).
           05  ESCR-NEXT-DUE-DT   PIC 9(8).
           05  ESCR-LAST-PAID-DT  PIC 9(8).
           05  ESCR-LAST-PAID-AMT PIC 9(7)V99.
           05  ESCR-STATUS        PIC X(1).
               88  ESCR-IS-ACTIVE     VALUE "A".
               88  ESCR-IS-REMOVED    VALUE "X".

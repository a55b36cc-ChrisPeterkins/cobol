      *================================================================*
      * LNTX-REC.cpy - Loan Activity Journal Record Layout             *
      * One record per movement on the loan book - proceeds advanced,  *
      * principal and interest collected, payoff, late charges,        *
      * interest capitalized by a deferral, escrow collected and       *
      * disbursed - appended by LOANMGR, LOANAUTO, PAYIN, LATECHG and  *
      * ESCRDISB to data/LOANTXN.dat.                                  *
      * This is the loan subledger GLEXTR posts from ("L" rows in      *
      * GLMAP.dat, keyed by LNTX-CATEGORY), the same way the deposit   *
      * journal feeds the deposit side.                                *
      * Record Length: 59 bytes                                        *
      *================================================================*
       01  LNTX-REC.
           05  LNTX-LOAN-NO       PIC 9(8).
           05  LNTX-DATE          PIC 9(8).
           05  LNTX-TIME          PIC 9(6).
      *    GLMAP category of the movement.
           05  LNTX-CATEGORY      PIC X(4).
               88  LNTX-IS-ADVANCE    VALUE "ADV ".
               88  LNTX-IS-PRINCIPAL  VALUE "PRIN".
               88  LNTX-IS-INTEREST   VALUE "INT ".
               88  LNTX-IS-PAYOFF     VALUE "PYOF".
      *        Late charge assessed (LATECHG) and late charges
      *        collected by a payment or payoff.
               88  LNTX-IS-LATE-FEE   VALUE "LFEE".
               88  LNTX-IS-FEE-PAID   VALUE "LFEC".
      *        Deferred interest capitalized into the balance by a
      *        payment deferral (LOANMGR).
               88  LNTX-IS-CAP-INT    VALUE "CAPI".
      *        Escrow collected with a payment (LOANMGR, LOANAUTO)
      *        and paid out to a tax or insurance payee (ESCRDISB).
               88  LNTX-IS-ESCROW-IN  VALUE "ESCC".
               88  LNTX-IS-ESCROW-OUT VALUE "ESCD".
           05  LNTX-AMOUNT        PIC 9(9)V99.
      *    Deposit account the movement settled against (proceeds
      *    credited, payment debited) - journaled there as well.
      *    Zero when settled in cash, by cashier's check, or by an
      *    incoming external credit (PAYIN).
           05  LNTX-ACCT-NO       PIC 9(8).
      *    Program that posted the movement.
           05  LNTX-SOURCE        PIC X(8).
      *    Batch run id (RUNHIST.dat) for LOANAUTO and PAYIN
      *    postings; zero for teller postings.
           05  LNTX-RUN-ID        PIC 9(6).

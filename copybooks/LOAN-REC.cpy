      * from a deposit account (disbursement, payments by account      *
      * debit) is journaled against that deposit account so DAYEND     *
      * and TRIALBAL still see it.                                     *
      * Record Length: 346 bytes                                       *
      *================================================================*
       01  LOAN-REC.
           05  LOAN-NO            PIC 9(8).
      *    records) leaves the loan on manual payments.
           05  LOAN-AUTOPAY-FLAG  PIC X(1).
               88  LOAN-HAS-AUTOPAY   VALUE "Y".
      *    Late charges assessed by the LATECHG nightly step on an
      *    installment still unpaid past its due date plus the grace
      *    days. LOAN-FEE-BAL is what is owed now - a payment clears
      *    it before interest; the assessed and paid totals are
      *    life-to-date, so the balance foots as assessed less
      *    paid. LOAN-LATE-DUE-DT is the due date of the last
      *    installment charged, so each missed installment is
      *    charged once. Non-numeric (older records) reads as zero.
           05  LOAN-FEE-BAL       PIC 9(7)V99.
           05  LOAN-FEE-ASSESSED  PIC 9(7)V99.
           05  LOAN-FEE-PAID      PIC 9(7)V99.
           05  LOAN-LATE-DUE-DT   PIC 9(8).
      *    Variable rate. LOAN-INDEX-CODE names the published index
      *    (INDEXRT.dat) the rate follows; spaces (older records)
      *    is a fixed-rate loan and the fields below are unused.
      *    On each adjustment date LOANRPRC sets LOAN-RATE to the
      *    index plus LOAN-MARGIN (which may be negative), held
      *    between the floor and the cap (zero cap = no cap), and
      *    re-amortizes LOAN-PMT-AMT over the remaining term.
      *    LOAN-REPRICE-MONTHS is the adjustment frequency.
           05  LOAN-INDEX-CODE    PIC X(4).
               88  LOAN-IS-FIXED-RATE VALUE SPACES.
           05  LOAN-MARGIN        PIC S9(2)V9(4).
           05  LOAN-RATE-FLOOR    PIC 9(2)V9(4).
           05  LOAN-RATE-CAP      PIC 9(2)V9(4).
           05  LOAN-REPRICE-MONTHS PIC 9(3).
           05  LOAN-NEXT-REPRICE-DT PIC 9(8).
      *    Deferrals and modifications granted in LOANMGR (history
      *    in LOANMOD.dat). LOAN-CAP-INT is deferred interest added
      *    to LOAN-BALANCE, life-to-date, so the balance foots as
      *    principal plus capitalized interest less principal paid.
      *    Non-numeric (older records) reads as zero.
           05  LOAN-CAP-INT       PIC 9(7)V99.
           05  LOAN-MOD-COUNT     PIC 9(3).
           05  LOAN-LAST-MOD-DT   PIC 9(8).
      *    Date CBREXTR reported a paid-off or closed loan's final
      *    status to the credit bureau; later extracts skip the loan.
      *    Zero (or non-numeric on older records) until then.
           05  LOAN-BUREAU-FINAL-DT PIC 9(8).
      *    Escrow for property tax and hazard insurance. LOAN-
      *    ESCROW-PMT is added to LOAN-PMT-AMT (principal and
      *    interest) on every billed and collected installment and
      *    held in LOAN-ESCROW-BAL; ESCRDISB pays the loan's payee
      *    schedule (ESCROW.dat) out of it through PAYOUT. A
      *    disbursement larger than the balance is advanced by the
      *    bank and leaves it negative until collected. ESCRANAL
      *    re-analyzes the account once a year from LOAN-ESCROW-
      *    ANAL-DT and resets the escrow payment. Zero (or non-
      *    numeric on older records) is a loan without escrow.
           05  LOAN-ESCROW-PMT    PIC 9(7)V99.
           05  LOAN-ESCROW-BAL    PIC S9(7)V99.
           05  LOAN-ESCROW-ANAL-DT PIC 9(8).
      *    Revolving line of credit. LOAN-TYPE R is a credit line:
      *    LOAN-CREDIT-LIMIT is the most that may be drawn, draws
      *    (LOANMGR) add to LOAN-PRINCIPAL and LOAN-BALANCE so the
      *    balance still foots, and LOAN-TERM-MONTHS is zero. The
      *    LOCCYCLE nightly step accrues daily interest on the drawn
      *    balance into LOAN-ACCR-INT through LOAN-ACCR-THRU-DT and,
      *    on LOAN-STMT-DT, bills it to LOAN-INT-DUE and adds the
      *    minimum payment - LOAN-MIN-PMT-PCT of the balance plus
      *    the interest billed, or interest only when zero - to
      *    LOAN-PMT-AMT. For a line LOAN-PMT-AMT is the minimum
      *    still owed and LOAN-NEXT-DUE-DT the oldest unpaid due
      *    date, so billing, late charges and bureau aging work as
      *    they do for installment loans. Space (older records) is
      *    an installment loan and the fields below are unused.
           05  LOAN-TYPE          PIC X(1).
               88  LOAN-IS-REVOLVING  VALUE "R".
           05  LOAN-CREDIT-LIMIT  PIC 9(9)V99.
           05  LOAN-MIN-PMT-PCT   PIC 9(2)V99.
           05  LOAN-ACCR-INT      PIC 9(7)V9(4).
           05  LOAN-ACCR-THRU-DT  PIC 9(8).
           05  LOAN-INT-DUE       PIC 9(7)V99.
           05  LOAN-STMT-DT       PIC 9(8).
           05  LOAN-STMT-BAL      PIC 9(9)V99.
      *    Interest earned and not yet collected, for the GL. The
      *    INTACCR nightly step accrues every active loan's daily
      *    interest at LOAN-RATE here, through LOAN-INT-ACCR-DT, and
      *    books it to accrued interest receivable (ACCRUAL.dat); a
      *    payment or payoff that collects interest relieves it. This
      *    is separate from a line's LOAN-ACCR-INT, which is what
      *    LOCCYCLE bills on the next statement. Non-numeric (older
      *    records) reads as zero.
           05  LOAN-INT-ACCRUED   PIC 9(7)V9(4).
           05  LOAN-INT-ACCR-DT   PIC 9(8).

      *================================================================*
      * CBR-REC.cpy - Credit Bureau Reporting Extract Record Layout    *
      * Fixed-format file written by the CBREXTR month-end job in      *
      * data/CBREXT-<date>.dat: one header, one detail record per      *
      * loan reported, one trailer. The trailer carries the record     *
      * count and the amount totals of the details so the bureau's     *
      * edit report can be tied back to the file sent.                 *
      * Detail Record Length: 228 bytes                                *
      *================================================================*
       01  CBR-REC.
           05  CBR-TAG            PIC X(3).
               88  CBR-IS-DETAIL      VALUE "DTL".
           05  CBR-LOAN-NO        PIC 9(8).
      *    Borrower as held on the customer master; the loan's own
      *    name and blank address/tax id when it is not linked.
           05  CBR-NAME           PIC X(30).
           05  CBR-ADDR-LINE1     PIC X(30).
           05  CBR-ADDR-LINE2     PIC X(30).
           05  CBR-CITY           PIC X(20).
           05  CBR-STATE          PIC X(2).
           05  CBR-ZIP            PIC X(10).
           05  CBR-TAX-ID         PIC X(11).
           05  CBR-ORIG-AMT       PIC 9(9)V99.
           05  CBR-BALANCE        PIC 9(9)V99.
           05  CBR-PMT-AMT        PIC 9(7)V99.
           05  CBR-OPEN-DT        PIC 9(8).
           05  CBR-LAST-PAID-DT   PIC 9(8).
           05  CBR-NEXT-DUE-DT    PIC 9(8).
           05  CBR-DAYS-PAST-DUE  PIC 9(5).
      *    Payment status, aged on the same days-past-due as the
      *    LOANBILL delinquency buckets. A paid-off or closed loan
      *    is reported with its final status once and then drops
      *    out of later extracts.
           05  CBR-STATUS         PIC X(2).
               88  CBR-IS-CURRENT     VALUE "11".
               88  CBR-IS-PAST-DUE-30 VALUE "71".
               88  CBR-IS-PAST-DUE-60 VALUE "78".
               88  CBR-IS-PAST-DUE-90 VALUE "80".
               88  CBR-IS-PAID-OFF    VALUE "13".
               88  CBR-IS-CLOSED      VALUE "97".
           05  CBR-LOAN-STATUS    PIC X(1).
           05  FILLER             PIC X(21).
       01  CBR-HDR-REC.
           05  CBR-HDR-TAG        PIC X(3).
               88  CBR-IS-HEADER      VALUE "HDR".
           05  CBR-HDR-FILE-ID    PIC X(8).
      *    Date the balances and statuses are as of.
           05  CBR-HDR-ACTIVITY-DT PIC 9(8).
           05  CBR-HDR-CREATED-DT PIC 9(8).
           05  CBR-HDR-CREATED-TM PIC 9(6).
       01  CBR-TRL-REC.
           05  CBR-TRL-TAG        PIC X(3).
               88  CBR-IS-TRAILER     VALUE "TRL".
           05  CBR-TRL-COUNT      PIC 9(7).
           05  CBR-TRL-ORIG-TOT   PIC 9(13)V99.
           05  CBR-TRL-BAL-TOT    PIC 9(13)V99.
           05  CBR-TRL-PMT-TOT    PIC 9(11)V99.
      *    Details by status: current, past due (any bucket), and
      *    final (paid off or closed).
           05  CBR-TRL-CURRENT    PIC 9(7).
           05  CBR-TRL-PAST-DUE   PIC 9(7).
           05  CBR-TRL-FINAL      PIC 9(7).

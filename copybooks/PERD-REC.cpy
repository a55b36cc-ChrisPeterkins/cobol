      *================================================================*
      * PERD-REC.cpy - Accounting Period Record Layout                 *
      * One record per calendar month (YYYYMM) that PERCLOSE has       *
      * closed, in data/PERIODS.dat. A closed period refuses any       *
      * posting whose effective date (TXN-EFF-DATE) falls inside it -  *
      * teller back-dating, TXNIMP value dates, TXNAPPR approvals -    *
      * until a supervisor reopens it with a reason on AUDITLOG.dat.   *
      * No record (or no file) means the month is open, as before.     *
      * Record Length: 95 bytes                                        *
      *================================================================*
       01  PERD-REC.
           05  PERD-PERIOD        PIC 9(6).
           05  PERD-STATUS        PIC X(1).
               88  PERD-IS-CLOSED     VALUE "C".
               88  PERD-IS-REOPENED   VALUE "O".
      *    Y once the year has been closed on its December period,
      *    after the year-end extracts (TAXEXTR, IRAEXTR) have run.
           05  PERD-YEAR-END      PIC X(1).
               88  PERD-YEAR-CLOSED   VALUE "Y".
           05  PERD-CLOSED-DT     PIC 9(8).
           05  PERD-CLOSED-TIME   PIC 9(6).
           05  PERD-CLOSED-BY     PIC X(8).
           05  PERD-REOPEN-DT     PIC 9(8).
           05  PERD-REOPEN-TIME   PIC 9(6).
           05  PERD-REOPEN-BY     PIC X(8).
           05  PERD-REOPEN-REASON PIC X(40).
      *    Times the period has been closed; above one means it was
      *    reopened and closed again.
           05  PERD-CLOSE-COUNT   PIC 9(3).

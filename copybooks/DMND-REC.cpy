      *================================================================*
      * DMND-REC.cpy - Direct Debit Mandate Record Layout              *
      * One record per customer authorization for an outside          *
      * originator (utility, insurer, card company) to debit one of   *
      * our accounts, keyed by account and originator id. Placed and  *
      * revoked from the BANKUI stop payments / debit mandates menu.  *
      * The DEBITIN batch posts an incoming debit only against an     *
      * active mandate, within the maximum amount and the frequency,  *
      * and returns anything else to the correspondent.               *
      * Record Length: 110 bytes                                       *
      *================================================================*
       01  DMND-REC.
           05  DMND-KEY.
               10  DMND-ACCT-NO       PIC 9(8).
               10  DMND-ORIG-ID       PIC X(10).
           05  DMND-ORIG-NAME     PIC X(30).
      *    Largest single debit the customer authorized.
           05  DMND-MAX-AMT       PIC 9(7)V99.
      *    How often the originator may debit: W weekly (7 days
      *    apart), M monthly, Q quarterly, A annually (once in the
      *    calendar month / quarter / year), V variable (any number
      *    of debits, each within the maximum).
           05  DMND-FREQ          PIC X(1).
               88  DMND-FREQ-WEEKLY     VALUE "W".
               88  DMND-FREQ-MONTHLY    VALUE "M".
               88  DMND-FREQ-QUARTERLY  VALUE "Q".
               88  DMND-FREQ-ANNUAL     VALUE "A".
               88  DMND-FREQ-VARIABLE   VALUE "V".
               88  DMND-FREQ-VALID      VALUE "W" "M" "Q" "A" "V".
           05  DMND-STATUS        PIC X(1).
               88  DMND-IS-ACTIVE       VALUE "A".
               88  DMND-IS-REVOKED      VALUE "R".
      *    Revocation takes effect on this date: debits dated on or
      *    after it are returned. Zero while active.
           05  DMND-REVOKE-DT     PIC 9(8).
           05  DMND-ADDED-DT      PIC 9(8).
           05  DMND-ADDED-BY      PIC X(8).
      *    Last debit posted under the mandate, for the frequency
      *    check. Zero until the first debit.
           05  DMND-LAST-DEBIT-DT PIC 9(8).
           05  DMND-LAST-AMT      PIC 9(7)V99.
           05  FILLER             PIC X(10).

      * an effective date not in the future), so a board rate change   *
      * is one table row instead of thousands of account updates.      *
      * Accounts fall back to their own ACCT-INT-RATE when the table   *
      * has no applicable row for their type. A change set with a      *
      * future effective date keeps the band's terms in force until    *
      * then in the prior fields, so lookups go on paying the current  *
      * rate and RATENTC can tell the affected customers in advance.   *
      * Record Length: 61 bytes                                        *
      *================================================================*
       01  RATE-REC.
           05  RATE-KEY.
      *        Rate table the band belongs to: an account type's own
      *        (S/D/M, as on ACCT-TYPE) or the table letter a deposit
      *        product names in PROD-RATE-TABLE.
               10  RATE-ACCT-TYPE PIC X(1).
      *        Band number within the type, low balances first.
               10  RATE-BAND      PIC 9(2).
      *    Annual rate, percent, e.g. 01.5000 = 1.5%.
           05  RATE-PCT           PIC 9(2)V9(4).
      *    First posting date the row applies. A row with a future
      *    effective date is ignored until that date arrives, apart
      *    from the prior terms it carries below.
           05  RATE-EFF-DATE      PIC 9(8).
      *    Terms the band carried before a change still waiting on
      *    its effective date, and the date they took effect. While
      *    RATE-EFF-DATE is in the future, lookups apply these
      *    instead. Zero date when no change is pending, or the band
      *    is new.
           05  RATE-PRIOR-MIN-BAL PIC 9(9)V99.
           05  RATE-PRIOR-PCT     PIC 9(2)V9(4).
           05  RATE-PRIOR-EFF-DT  PIC 9(8).
      *    Date RATENTC sent customers notice of the pending change;
      *    zero until it has. Reset whenever a new change is set.
           05  RATE-NOTICE-DT     PIC 9(8).

      *================================================================*
      * DVER-REC.cpy - ATM Deposit Verification Record Layout          *
      * One record per ATM deposit ATMFEED journals, posted or left    *
      * pending approval, written at the amount the customer keyed at  *
      * the machine. The branch that services the terminal opens the   *
      * envelopes and keys the counted amount on the BANKUI ATM        *
      * deposit count screen; a difference posts an adjusting entry    *
      * against the original, moves the hold to the counted amount     *
      * and alerts the customer. ATMVRPT reports the adjustments by    *
      * terminal, moves each terminal's cash position by them, and     *
      * writes the per-terminal totals ATMSETL picks up.               *
      * Record Length: 126 bytes                                       *
      *================================================================*
       01  DVER-REC.
      *    Journal entry of the deposit as ATMFEED posted it.
           05  DVER-TXN-ID        PIC 9(10).
      *    Alternate key (duplicates allowed): a terminal's deposits
      *    by the day they were taken, the order the count screen
      *    walks them in.
           05  DVER-TERM-KEY.
               10  DVER-TERM-ID   PIC X(8).
               10  DVER-DEPOSIT-DT PIC 9(8).
      *    Branch servicing the terminal at feed time; spaces when
      *    the terminal has no master record.
           05  DVER-TERM-BRANCH   PIC X(4).
           05  DVER-ACCT-NO       PIC 9(8).
      *    Switch sequence number of the instruction.
           05  DVER-SEQ-NO        PIC 9(6).
           05  DVER-KEYED-AMT     PIC 9(7)V99.
      *    Hold raised on the deposit; zero when it posted fully
      *    available or went pending approval.
           05  DVER-HOLD-ID       PIC 9(10).
      *    P pending branch count; V counted and agreed; A counted
      *    and adjusted; X closed uncounted - the deposit itself was
      *    rejected or reversed, so there is nothing to adjust.
           05  DVER-STATUS        PIC X(1).
               88  DVER-IS-PENDING      VALUE "P".
               88  DVER-IS-VERIFIED     VALUE "V".
               88  DVER-IS-ADJUSTED     VALUE "A".
               88  DVER-IS-CLOSED       VALUE "X".
           05  DVER-COUNTED-AMT   PIC 9(7)V99.
      *    Counted less keyed: negative when the envelope was short.
           05  DVER-ADJ-AMT       PIC S9(7)V99.
      *    Adjusting journal entry (its TXN-REF-ID is DVER-TXN-ID).
           05  DVER-ADJ-TXN-ID    PIC 9(10).
           05  DVER-COUNT-DT      PIC 9(8).
           05  DVER-COUNT-BY      PIC X(8).
      *    Date ATMVRPT moved the terminal's cash position by the
      *    adjustment; zero until it has.
           05  DVER-TERM-POST-DT  PIC 9(8).
           05  FILLER             PIC X(10).

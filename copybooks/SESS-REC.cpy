      *================================================================*
      * SESS-REC.cpy - Operator Session Record Layout                  *
      * One record per BANKUI sign-on, kept on data/OPERSESS.dat and   *
      * keyed by operator, sign-on date and sign-on time. BANKUI       *
      * writes the record at sign-on, refreshes the last-activity      *
      * stamp and the drawer totals after every menu function, and     *
      * closes it at sign-off. An operator with an active session is   *
      * refused a second sign-on until a supervisor clears it.         *
      * SESSRPT lists the day's sessions for audit.                    *
      * Record Length: 140 bytes                                       *
      *================================================================*
       01  SESS-REC.
           05  SESS-KEY.
               10  SESS-OPER-ID       PIC X(8).
               10  SESS-ON-DT         PIC 9(8).
               10  SESS-ON-TM         PIC 9(6).
      *    Terminal the operator signed on at (BANKTERM setting).
           05  SESS-TERMINAL      PIC X(8).
      *    A active; O signed off; I signed off after the idle
      *    timeout; C cleared by a supervisor so the operator could
      *    sign on elsewhere.
           05  SESS-STATUS        PIC X(1).
               88  SESS-IS-ACTIVE         VALUE "A".
               88  SESS-IS-SIGNED-OFF     VALUE "O".
               88  SESS-IS-IDLE-OUT       VALUE "I".
               88  SESS-IS-CLEARED        VALUE "C".
      *    Y when a trainee signed on against the training data set.
           05  SESS-TRAINING      PIC X(1).
               88  SESS-IS-TRAINING       VALUE "Y".
           05  SESS-LAST-DT       PIC 9(8).
           05  SESS-LAST-TM       PIC 9(6).
           05  SESS-OFF-DT        PIC 9(8).
           05  SESS-OFF-TM        PIC 9(6).
      *    Supervisor who cleared the session.
           05  SESS-CLEARED-BY    PIC X(8).
      *--- Drawer totals for the session ---
           05  SESS-DEP-COUNT     PIC 9(5).
           05  SESS-DEP-TOTAL     PIC S9(9)V99.
           05  SESS-WD-COUNT      PIC 9(5).
           05  SESS-WD-TOTAL      PIC S9(9)V99.
      *    Net vault buys and sells through the drawer screen.
           05  SESS-VAULT-NET     PIC S9(9)V99.
           05  FILLER             PIC X(29).

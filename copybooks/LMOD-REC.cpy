      *================================================================*
      * LMOD-REC.cpy - Loan Modification History Record Layout         *
      * One record per payment deferral or modification of terms       *
      * granted in LOANMGR, appended to data/LOANMOD.dat: the terms    *
      * before and after and the supervisor who approved it. Terms     *
      * are the remaining installments, not the original term.        *
      * Record Length: 146 bytes                                       *
      *================================================================*
       01  LMOD-REC.
           05  LMOD-LOAN-NO       PIC 9(8).
           05  LMOD-DATE          PIC 9(8).
           05  LMOD-TIME          PIC 9(6).
           05  LMOD-TYPE          PIC X(1).
               88  LMOD-IS-DEFERRAL   VALUE "D".
               88  LMOD-IS-MODIFY     VALUE "M".
      *    Payments skipped by a deferral and the deferred interest
      *    added to the balance (zero when it was not capitalized).
           05  LMOD-DEFER-COUNT   PIC 9(2).
           05  LMOD-CAP-INT       PIC 9(7)V99.
           05  LMOD-OLD-RATE      PIC 9(2)V9(4).
           05  LMOD-NEW-RATE      PIC 9(2)V9(4).
           05  LMOD-OLD-TERM      PIC 9(3).
           05  LMOD-NEW-TERM      PIC 9(3).
           05  LMOD-OLD-PMT       PIC 9(7)V99.
           05  LMOD-NEW-PMT       PIC 9(7)V99.
           05  LMOD-OLD-DUE-DT    PIC 9(8).
           05  LMOD-NEW-DUE-DT    PIC 9(8).
           05  LMOD-OLD-BAL       PIC 9(9)V99.
           05  LMOD-NEW-BAL       PIC 9(9)V99.
           05  LMOD-SUPERVISOR    PIC X(8).
           05  LMOD-REASON        PIC X(30).

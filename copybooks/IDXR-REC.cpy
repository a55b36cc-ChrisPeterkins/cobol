      *================================================================*
      * IDXR-REC.cpy - Published Index Rate Table Record Layout        *
      * One record per index (prime, or any other index the bank       *
      * names) and effective date, maintained by IDXMNT in             *
      * data/INDEXRT.dat. Rows are never overwritten by a new rate -   *
      * each change is a new effective date - so the rate in effect    *
      * on any day is the row with the latest effective date not       *
      * after it. LOANRPRC reprices variable-rate loans from it and    *
      * LOANMGR prices a new variable-rate loan from it.               *
      * Record Length: 38 bytes                                        *
      *================================================================*
       01  IDXR-REC.
           05  IDXR-KEY.
      *        Index code as carried on LOAN-INDEX-CODE, e.g. PRIM.
               10  IDXR-CODE      PIC X(4).
               10  IDXR-EFF-DATE  PIC 9(8).
      *    Published rate, percent, e.g. 08.5000 = 8.5%.
           05  IDXR-RATE          PIC 9(2)V9(4).
           05  IDXR-NAME          PIC X(20).

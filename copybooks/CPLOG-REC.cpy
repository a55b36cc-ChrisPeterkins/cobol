      *================================================================*
      * CPLOG-REC.cpy - Campaign Run Log Record Layout                 *
      * data/CAMPLOG.dat, sequential, one record appended by CAMPEXT   *
      * per campaign run: who ran it, the criteria chosen, how many    *
      * customers qualified, how many of those were held back and      *
      * why, and the mailing file written. Marketing's answer to       *
      * "who was sent what, and on what basis".                        *
      * Record Length: 200 bytes                                       *
      *================================================================*
       01  CPLOG-REC.
           05  CPLOG-RUN-DATE     PIC 9(8).
           05  CPLOG-RUN-TIME     PIC 9(6).
           05  CPLOG-OPERATOR-ID  PIC X(8).
           05  CPLOG-CAMPAIGN     PIC X(8).
           05  CPLOG-DESC         PIC X(30).
      *--- Criteria; spaces/zeros where not used ---
      *    Account type (C/S/D/M) or product code the customer must
      *    hold, and must not hold.
           05  CPLOG-HELD         PIC X(4).
           05  CPLOG-NOT-HELD     PIC X(4).
      *    Y - the held product is the only one they have.
           05  CPLOG-HELD-ONLY    PIC X(1).
           05  CPLOG-MIN-BAL      PIC 9(9)V99.
           05  CPLOG-MAX-BAL      PIC 9(9)V99.
           05  CPLOG-BRANCH       PIC X(4).
           05  CPLOG-MAT-FROM     PIC 9(8).
           05  CPLOG-MAT-TO       PIC 9(8).
      *    Customer tenure in months.
           05  CPLOG-MIN-TENURE   PIC 9(3).
           05  CPLOG-MAX-TENURE   PIC 9(3).
      *--- Results ---
           05  CPLOG-QUALIFIED    PIC 9(7).
           05  CPLOG-SELECTED     PIC 9(7).
           05  CPLOG-EXCL-OPTOUT  PIC 9(7).
           05  CPLOG-EXCL-DECEASED PIC 9(7).
           05  CPLOG-EXCL-RETMAIL PIC 9(7).
           05  CPLOG-MAIL-FILE    PIC X(40).
           05  FILLER             PIC X(8).

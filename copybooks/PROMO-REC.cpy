      *================================================================*
      * PROMO-REC.cpy - Introductory Rate Promotion Record Layout      *
      * One record per marketing rate campaign ("5.00% for 6 months on *
      * new money market accounts"), maintained by PROMOMNT. ACCTMGR,  *
      * BANKUI and APPLMGR accept the code at account opening while    *
      * the campaign is running and the account type is eligible, and  *
      * set ACCT-PROMO-CODE and ACCT-PROMO-EXP-DT (open date plus the  *
      * term). INTPOST pays PROMO-RATE until that date. PROMORPT lists *
      * accounts whose promotion is about to run out.                  *
      * Record Length: 80 bytes                                        *
      *================================================================*
       01  PROMO-REC.
           05  PROMO-CODE         PIC X(6).
           05  PROMO-NAME         PIC X(30).
      *    Annual rate percent paid while the promotion lasts.
           05  PROMO-RATE         PIC 9(2)V9(4).
      *    Account types (ACCT-TYPE C/S/D/M) the promotion may be
      *    opened on, one letter per position; unused positions are
      *    spaces.
           05  PROMO-TYPES.
               10  PROMO-TYPE     PIC X(1) OCCURS 4 TIMES.
      *    Months the promotional rate runs from the open date.
           05  PROMO-TERM-MOS     PIC 9(3).
      *    Campaign window: accounts opened from the start date
      *    through the end date (YYYYMMDD) may take the promotion.
           05  PROMO-START-DT     PIC 9(8).
           05  PROMO-END-DT       PIC 9(8).
      *    A withdrawn promotion takes no new accounts; accounts
      *    already on it keep the rate until their expiry date.
           05  PROMO-STATUS       PIC X(1).
               88  PROMO-IS-ACTIVE    VALUE "A".
               88  PROMO-IS-WITHDRAWN VALUE "X".
           05  FILLER             PIC X(14).

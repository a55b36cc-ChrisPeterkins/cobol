      *================================================================*
      * CAMP-REC.cpy - Campaign Mailing File Record Layout             *
      * Fixed-format file written by CAMPEXT in                        *
      * data/CAMPAIGN-<code>-<date>.dat for the mailing house: one     *
      * record per customer selected for a marketing campaign, with    *
      * the name and mailing address from the customer master.         *
      * Customers who opted out of marketing contact, deceased         *
      * customers and customers whose mail is being returned are       *
      * never written.                                                 *
      * Record Length: 160 bytes                                       *
      *================================================================*
       01  CAMP-REC.
           05  CAMP-CAMPAIGN      PIC X(8).
           05  CAMP-CUST-NO       PIC 9(8).
           05  CAMP-NAME          PIC X(30).
           05  CAMP-ADDR-LINE1    PIC X(30).
           05  CAMP-ADDR-LINE2    PIC X(30).
           05  CAMP-CITY          PIC X(20).
           05  CAMP-STATE         PIC X(2).
           05  CAMP-ZIP           PIC X(10).
      *    Branch of the customer's first qualifying account (the
      *    selected branch when the campaign names one), for the
      *    branch to follow up.
           05  CAMP-BRANCH        PIC X(4).
      *    Total balance of the customer's open accounts.
           05  CAMP-TOTAL-BAL     PIC S9(11)V99.
           05  FILLER             PIC X(5).

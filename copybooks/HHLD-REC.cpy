      *================================================================*
      * HHLD-REC.cpy - Household Membership Record Layout              *
      * Groups separate customer records (spouses, family members at   *
      * one address) under a head of household. One record per        *
      * customer in a household, keyed by the customer number, so a    *
      * customer belongs to at most one household; the household is    *
      * identified by its head's customer number. The head's own       *
      * record carries the household mailing name and address          *
      * (taken from the head's CUST-REC when the household is formed   *
      * and maintained from BANKUI customer maintenance).              *
      * HH-MAIL-CONSENT is each customer's own agreement to have       *
      * their statements and letters consolidated into one household  *
      * mailing: RPTGEN batch statements, CONFLTR confirmations and    *
      * TAXEXTR interest letters for a consenting member go in the     *
      * household envelope at the household address. A member who     *
      * has not agreed is still counted in the household totals on     *
      * the relationship inquiry but keeps individual mail.            *
      * Record Length: 166 bytes                                       *
      *================================================================*
       01  HH-REC.
           05  HH-CUST-NO         PIC 9(8).
           05  HH-HEAD-CUST       PIC 9(8).
           05  HH-ROLE            PIC X(1).
               88  HH-IS-HEAD         VALUE "H".
               88  HH-IS-MEMBER       VALUE "M".
           05  HH-MAIL-CONSENT    PIC X(1).
               88  HH-MAIL-CONSOLIDATE VALUE "Y".
      *    Household mailing name and address - kept on the head's
      *    record only; spaces on member records.
           05  HH-MAIL-NAME       PIC X(30).
           05  HH-MAIL-ADDR1      PIC X(30).
           05  HH-MAIL-ADDR2      PIC X(30).
           05  HH-MAIL-CITY       PIC X(20).
           05  HH-MAIL-STATE      PIC X(2).
           05  HH-MAIL-ZIP        PIC X(10).
           05  HH-ADDED-DT        PIC 9(8).
           05  HH-ADDED-BY        PIC X(8).
           05  FILLER             PIC X(10).

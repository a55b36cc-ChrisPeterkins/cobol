      * holder through ACCT-CUST-NO, so a customer with several        *
      * accounts is one record here instead of several drifting name   *
      * strings on the account master.                                 *
      * Record Length: 262 bytes                                       *
      *================================================================*
       01  CUST-REC.
           05  CUST-NO            PIC 9(8).
           05  CUST-ID-EXPIRY     PIC 9(8).
           05  CUST-ID-VERIF-DT   PIC 9(8).
           05  CUST-ID-VERIF-BY   PIC X(8).
      *    Insider designation for employees, directors and their
      *    related interests, set under supervision in INSDMNT.
      *    CUST-INSIDER-OPER links the customer to a teller/operator
      *    id - the employee's own sign-on, or the staff member a
      *    related interest belongs to. BANKUI will not let that
      *    operator post to the customer's accounts without a
      *    supervisor override, and the nightly INSDRPT lists every
      *    reversal, fee waiver, overdraft and maintenance action on
      *    insider accounts for internal audit. Spaces for ordinary
      *    customers (and records written before these fields
      *    existed).
           05  CUST-INSIDER-TYPE  PIC X(1).
               88  CUST-IS-INSIDER    VALUE "E" "D" "R".
               88  CUST-IS-EMPLOYEE   VALUE "E".
               88  CUST-IS-DIRECTOR   VALUE "D".
               88  CUST-IS-RELATED    VALUE "R".
           05  CUST-INSIDER-OPER  PIC X(8).
      *    Returned-mail (bad address) flag and the date the first
      *    piece came back, set from the branch (BANKUI customer
      *    maintenance) or from the mailroom's returned-mail file
      *    (RETMAIL), and cleared when the branch corrects the
      *    address. While set, RPTGEN batch statements, CONFLTR
      *    confirmations, CDMATURE notices and TAXEXTR letters are
      *    not printed but listed on the day's hold-mail report
      *    (HMAIL-REC), and RETMRPT ages the customer toward
      *    dormancy each month-end. Space/zero for deliverable
      *    addresses (and records written before these fields
      *    existed).
           05  CUST-RETMAIL-FLAG  PIC X(1).
               88  CUST-MAIL-RETURNED VALUE "Y".
           05  CUST-RETMAIL-DT    PIC 9(8).
      *    Marketing contact preference, kept at the counter (BANKUI
      *    customer maintenance) with the date it last changed. N
      *    means the customer asked not to be contacted for
      *    marketing: CAMPEXT never puts them on a campaign mailing
      *    file. Service mail - statements, notices, letters the
      *    bank must send - is not affected. Space/zero for
      *    customers who have not opted out (and records written
      *    before these fields existed).
           05  CUST-CONTACT-OPT   PIC X(1).
               88  CUST-NO-CONTACT    VALUE "N".
           05  CUST-CONTACT-DT    PIC 9(8).

      *================================================================*
      * APPL-REC.cpy - New-Account Application Record Layout           *
      * One record per application to open a deposit account, kept    *
      * on data/ACCTAPPL.dat. APPLMGR captures the applicant and the   *
      * product wanted, works the checklist of items the account may   *
      * not open without, and screens the names against the           *
      * watchlist. The account is written to the master only when the  *
      * checklist is complete and a supervisor other than the keying   *
      * operator approves it. A rate promotion named on the            *
      * application is checked again at approval and runs from the     *
      * opening date. APPLAGE lists applications left pending too      *
      * long.                                                          *
      * Record Length: 215 bytes                                       *
      *================================================================*
       01  APPL-REC.
           05  APPL-ID            PIC 9(8).
      *--- Applicant ---
           05  APPL-NAME          PIC X(30).
           05  APPL-JOINT-NAME    PIC X(30).
      *    Holder on the customer master. The ID-verified item is
      *    read from this customer's KYC fields.
           05  APPL-CUST-NO       PIC 9(8).
      *--- Product wanted ---
      *    Product code (spaces at a site with no product master)
      *    and the account type it opens as.
           05  APPL-PRODUCT       PIC X(4).
           05  APPL-TYPE          PIC X(1).
           05  APPL-DEPOSIT-AMT   PIC 9(9)V99.
           05  APPL-CURRENCY      PIC X(3).
           05  APPL-BRANCH        PIC X(4).
      *    Certificates only: maturity date, what happens at
      *    maturity, and the rollover term in months.
           05  APPL-MATURITY-DT   PIC 9(8).
           05  APPL-CD-DISP       PIC X(1).
           05  APPL-CD-TERM       PIC 9(3).
      *--- Checklist ---
      *    ID verified is set from the customer's KYC record when
      *    the checklist is worked; the other items are confirmed
      *    by the operator. Each is Y when satisfied.
           05  APPL-CHECKLIST.
               10  APPL-CHK-ID-VERIFIED   PIC X(1).
                   88  APPL-ID-IS-VERIFIED    VALUE "Y".
               10  APPL-CHK-SIG-CARD      PIC X(1).
                   88  APPL-SIG-CARD-HELD     VALUE "Y".
               10  APPL-CHK-TAX-CERT      PIC X(1).
                   88  APPL-TAX-CERT-HELD     VALUE "Y".
               10  APPL-CHK-DEPOSIT       PIC X(1).
                   88  APPL-DEPOSIT-RECEIVED  VALUE "Y".
      *--- Watchlist result ---
      *    C clear, H hit. Screened at capture and again at
      *    approval, so a list update in between is not missed.
           05  APPL-WL-RESULT     PIC X(1).
               88  APPL-WL-CLEAR          VALUE "C".
               88  APPL-WL-HIT            VALUE "H".
           05  APPL-WL-ID         PIC 9(6).
           05  APPL-WL-DT         PIC 9(8).
      *--- Status ---
           05  APPL-STATUS        PIC X(1).
               88  APPL-IS-PENDING        VALUE "P".
               88  APPL-IS-APPROVED       VALUE "A".
               88  APPL-IS-DECLINED       VALUE "D".
               88  APPL-IS-WITHDRAWN      VALUE "W".
           05  APPL-KEYED-BY      PIC X(8).
           05  APPL-KEYED-DT      PIC 9(8).
           05  APPL-DECIDED-BY    PIC X(8).
           05  APPL-DECIDED-DT    PIC 9(8).
      *    Decline or withdrawal reason as keyed.
           05  APPL-REASON        PIC X(30).
      *    Account opened on approval.
           05  APPL-ACCT-NO       PIC 9(8).
      *    Rate promotion (PROMO-CODE) the applicant is taking;
      *    spaces for none.
           05  APPL-PROMO-CODE    PIC X(6).
           05  FILLER             PIC X(8).

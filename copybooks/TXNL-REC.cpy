               88  TXN-CAT-CD-PENALTY VALUE "CDPN".
               88  TXN-CAT-RET-DEP    VALUE "RDEP".
               88  TXN-CAT-RET-FEE    VALUE "RDFE".
               88  TXN-CAT-NSF-FEE    VALUE "NSFF".
               88  TXN-CAT-OD-FEE     VALUE "ODFE".
               88  TXN-CAT-ANALYSIS   VALUE "ANLC".
               88  TXN-CAT-CHGOFF     VALUE "CHGO".
               88  TXN-CAT-RECOVERY   VALUE "CHGR".
               88  TXN-CAT-MISC       VALUE "MISC".
           05  TXN-FX-RATE        PIC 9(3)V9(6).
      *    Supervisor who keyed an override approving this entry
      *    when it exceeded the posting operator's transaction
      *    limit, or when the posting operator is the one linked to
      *    the insider holding the account (INSDMNT). Spaces when
      *    no override was needed.
           05  TXN-OVERRIDE-ID    PIC X(8).
      *    Check serial number, withdrawals drawn by check only
      *    (teller-keyed or presented through the INCLEAR batch).

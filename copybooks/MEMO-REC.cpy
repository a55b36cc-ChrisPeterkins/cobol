      *================================================================*
      * MEMO-REC.cpy - Account Warning Memo Record Layout              *
      * data/ACCTMEMO.dat, kept in ACCTMGR. The branch's standing      *
      * warning on an account - "verify ID, possible elder abuse",     *
      * "call manager before cash out" - shown by BANKUI, TXNPROC      *
      * and ACCTMGR whenever the account is brought up for posting     *
      * or maintenance. A high-severity memo must be acknowledged      *
      * before the work goes on, and the acknowledgement is audited    *
      * as MEMOACK. Unlike the contact log (CLOG-REC), which is        *
      * history, a memo stops the operator at the counter.             *
      * Record Length: 120 bytes                                       *
      *================================================================*
       01  MEMO-REC.
           05  MEMO-KEY.
               10  MEMO-ACCT-NO   PIC 9(8).
      *    Next free sequence for the account, from 001.
               10  MEMO-SEQ       PIC 9(3).
           05  MEMO-SEVERITY      PIC X(1).
               88  MEMO-IS-LOW        VALUE "L".
               88  MEMO-IS-MEDIUM     VALUE "M".
               88  MEMO-IS-HIGH       VALUE "H".
           05  MEMO-TEXT          PIC X(50).
      *    Last day the memo is shown; zero when it stands until
      *    removed.
           05  MEMO-EXPIRY-DT     PIC 9(8).
           05  MEMO-CREATED-DT    PIC 9(8).
           05  MEMO-CREATED-BY    PIC X(8).
      *    A = active, X = removed (kept for the audit trail).
           05  MEMO-STATUS        PIC X(1).
               88  MEMO-IS-ACTIVE     VALUE "A".
               88  MEMO-IS-REMOVED    VALUE "X".
           05  MEMO-REMOVED-DT    PIC 9(8).
           05  MEMO-REMOVED-BY    PIC X(8).
           05  FILLER             PIC X(17).

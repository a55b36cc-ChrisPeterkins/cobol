      * deposit/withdrawal amounts, report page size, minimum-balance  *
      * service fee), so they can be tuned in one place without        *
      * recompiling every consumer.                                    *
      * Record Length: 334 bytes                                       *
      *================================================================*
       01  CTRL-REC.
           05  CTRL-KEY           PIC X(1).
      *        the other bank (RETDEP). Zero falls back to the
      *        compiled default.
               10  CTRL-RETDEP-FEE          PIC 9(5)V99.
      *        Loan late charges (LATECHG nightly step): days past
      *        LOAN-NEXT-DUE-DT an installment may stay unpaid
      *        before it is charged (zero falls back to the
      *        compiled default), and the charge - a percentage of
      *        LOAN-PMT-AMT when the percentage is set, otherwise
      *        the flat amount. Both zero leaves late charges
      *        unassessed, as before the step existed.
               10  CTRL-LATE-GRACE-DAYS     PIC 9(2).
               10  CTRL-LATE-FEE-AMT        PIC 9(5)V99.
               10  CTRL-LATE-FEE-PCT        PIC 9(2)V99.
      *        Escrow clearing account: ESCRDISB moves each due
      *        tax or insurance disbursement out of the loan's
      *        escrow into this account and queues the payment
      *        from it for PAYOUT. Zero leaves escrow bills unpaid.
               10  CTRL-ESCROW-ACCT         PIC 9(8).
      *        Loan-to-value policy limit, percent: LTVRPT flags
      *        every loan whose balance exceeds this share of the
      *        appraised value of the collateral securing it. Zero
      *        falls back to the compiled default.
               10  CTRL-LTV-MAX-PCT         PIC 9(3).
      *        Deposit insurance coverage per depositor per
      *        ownership category (DEPINS, and the BANKUI
      *        relationship inquiry). Zero falls back to the
      *        compiled default.
               10  CTRL-DEP-INS-LIMIT       PIC 9(9)V99.
      *        Convenience withdrawals a savings or money-market
      *        account may make in a statement month, and the fee
      *        XWDFEE charges for each item over that. Zeros fall
      *        back to the compiled defaults.
               10  CTRL-XWD-LIMIT           PIC 9(2).
               10  CTRL-XWD-FEE             PIC 9(5)V99.
      *        Per-item fees: for a check or debit returned unpaid
      *        for insufficient funds, and for one paid into
      *        overdraft; and the most item fees one account is
      *        charged in a day. Zeros fall back to the compiled
      *        defaults.
               10  CTRL-NSF-FEE             PIC 9(5)V99.
               10  CTRL-OD-ITEM-FEE         PIC 9(5)V99.
               10  CTRL-IFEE-DAY-CAP        PIC 9(2).
      *        Account analysis (ANLYSIS): the annual earnings
      *        credit rate paid on the collected balance, and the
      *        reserve percentage taken off the collected balance
      *        before the credit is figured. Zeros fall back to the
      *        compiled defaults.
               10  CTRL-ANL-ECR-RATE        PIC 9(2)V9(4).
               10  CTRL-ANL-RESERVE-PCT     PIC 9(2)V99.
      *        Customer profitability (PROFRPT): the annual funds-
      *        transfer-pricing rate - the value credited to deposit
      *        balances and charged against loan balances for the
      *        use of funds. Zero falls back to the compiled default.
               10  CTRL-FTP-RATE            PIC 9(2)V9(4).
      *        Days of advance notice customers must have of a
      *        deposit rate change: RATEMNT refuses an effective
      *        date closer than this without a supervisor override.
      *        Zero falls back to the compiled default.
               10  CTRL-RATE-NOTICE-DAYS    PIC 9(3).
      *        Days a new-account application may stay pending
      *        before APPLAGE lists it on the aging report. Zero
      *        falls back to the compiled default.
               10  CTRL-APPL-AGE-DAYS       PIC 9(3).
      *        Minutes a BANKUI session may sit idle at the main
      *        menu before it is signed off. Zero falls back to the
      *        compiled default.
               10  CTRL-IDLE-MINUTES        PIC 9(3).
      *    Restart checkpoint for the DAYEND batch job. CTRL-DAYEND-
      *    CKPT-DATE holds the run date of an in-progress or
      *    interrupted DAYEND run; CTRL-DAYEND-CKPT-ACCT holds the
           05  CTRL-DAY-STATUS    PIC X(1).
               88  CTRL-DAY-IS-OPEN    VALUE "O".
               88  CTRL-DAY-IS-CLOSED  VALUE "C".
      *    Last card number CARDRISS assigned to a reissued card (the
      *    number follows the old card's six-digit issuer prefix). Zero
      *    or non-numeric (control records written before the field
      *    existed) starts the numbering from one.
           05  CTRL-LAST-CARD-SEQ PIC 9(10).

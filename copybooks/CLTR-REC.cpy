      *================================================================*
      * CLTR-REC.cpy - Deposited Check Item (Cash Letter) Record       *
      * One record per check drawn on another bank that a customer     *
      * deposited, captured with the drawee routing number, serial     *
      * and amount when the deposit is taken - at the BANKUI teller    *
      * deposit screen, at the TXNPROC deposit prompt, or from the     *
      * ATMFEED deposit instruction. Each item is tied to the          *
      * deposit's journal entry and to the availability hold raised    *
      * on it. The CASHLTR end-of-day batch presents captured items    *
      * on the outgoing cash letter and keeps the in-process register  *
      * of items sent but not yet collected; RETDEP matches a          *
      * returned item back to its record.                              *
      * Record Length: 124 bytes                                       *
      *================================================================*
       01  CLTR-REC.
           05  CLTR-ITEM-ID       PIC 9(10).
           05  CLTR-ACCT-NO       PIC 9(8).
      *    Drawee bank routing (ABA) number and check serial as read
      *    from the MICR line.
           05  CLTR-ROUTING       PIC 9(9).
           05  CLTR-SERIAL        PIC 9(6).
           05  CLTR-AMOUNT        PIC 9(7)V99.
           05  CLTR-DEPOSIT-DT    PIC 9(8).
      *    Channel the item came in by: T teller, A ATM.
           05  CLTR-CHANNEL       PIC X(1).
      *    Journal entry of the deposit the item was part of, and
      *    the hold raised on that deposit (zero when the deposit
      *    posted fully available or is pending approval).
           05  CLTR-TXN-ID        PIC 9(10).
           05  CLTR-HOLD-ID       PIC 9(10).
      *    C captured, awaiting the next cash letter; S sent on a
      *    cash letter and in process; P paid - collected, the
      *    return window having passed; R returned unpaid; X void -
      *    the deposit it came in on was rejected or reversed.
           05  CLTR-STATUS        PIC X(1).
               88  CLTR-IS-CAPTURED     VALUE "C".
               88  CLTR-IS-SENT         VALUE "S".
               88  CLTR-IS-PAID         VALUE "P".
               88  CLTR-IS-RETURNED     VALUE "R".
               88  CLTR-IS-VOID         VALUE "X".
      *    Cash letter the item went out on, identified by the date
      *    and time the CASHLTR run built it.
           05  CLTR-SENT-DT       PIC 9(8).
           05  CLTR-SENT-TM       PIC 9(6).
           05  CLTR-OPERATOR-ID   PIC X(8).
           05  CLTR-RETURN-DT     PIC 9(8).
           05  CLTR-RETURN-RSN    PIC X(4).
           05  CLTR-PAID-DT       PIC 9(8).
           05  FILLER             PIC X(10).

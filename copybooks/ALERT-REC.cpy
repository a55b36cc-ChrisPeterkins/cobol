               88  ALERT-IS-LARGE-TXN VALUE "LRGT".
               88  ALERT-IS-ATM-TXN   VALUE "ATMA".
               88  ALERT-IS-EOD-LOW   VALUE "EODL".
      *        Branch count of an ATM deposit differed from the
      *        amount keyed at the machine; the amount is the
      *        adjustment. Sent regardless of alert preferences.
               88  ALERT-IS-ATM-COUNT VALUE "ATMV".
           05  ALERT-AMOUNT       PIC 9(7)V99.
           05  ALERT-BALANCE      PIC S9(9)V99.
           05  ALERT-DATE         PIC 9(8).

      *================================================================*
      * HMAIL-REC.cpy - Hold-Mail Report Line                          *
      * data/HOLDMAIL-<date>.txt, one per day. A statement, letter or  *
      * notice for a customer whose mail has come back                 *
      * (CUST-MAIL-RETURNED) is not printed; the producing job         *
      * appends a line here instead so the mailroom knows what is      *
      * being held and the branch can reach the customer. RPTGEN,      *
      * CONFLTR, CDMATURE and TAXEXTR each open the day's file EXTEND  *
      * (creating it, with its column heading, on first use).          *
      * Record Length: 100 bytes                                       *
      *================================================================*
       01  HMAIL-REC.
      *    Program that held the item.
           05  HMAIL-SOURCE       PIC X(8).
           05  FILLER             PIC X(1).
           05  HMAIL-CUST-NO      PIC 9(8).
           05  FILLER             PIC X(1).
      *    Zero when the item covers the whole relationship.
           05  HMAIL-ACCT-NO      PIC 9(8).
           05  FILLER             PIC X(1).
           05  HMAIL-NAME         PIC X(30).
           05  FILLER             PIC X(1).
           05  HMAIL-ITEM         PIC X(30).
           05  FILLER             PIC X(1).
      *    CUST-RETMAIL-DT - when the mail first came back.
           05  HMAIL-RET-DT       PIC 9(8).
           05  FILLER             PIC X(3).
      *    Heading view, same record.
       01  HMAIL-LINE             PIC X(100).

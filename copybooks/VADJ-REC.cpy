      *================================================================*
      * VADJ-REC.cpy - ATM Deposit Count Adjustment Feed Line          *
      * One line per branch count adjustment to an ATM deposit,        *
      * appended to data/ATMVADJ.dat by ATMVRPT in the run that moves  *
      * the terminal's cash position by it, so each adjustment is on   *
      * the feed once. ATMSETL picks up the lines of the deposits      *
      * taken on its settlement date and shows them by terminal        *
      * against the switch's deposit totals.                           *
      * Record Length: 74 bytes                                        *
      *================================================================*
       01  VADJ-REC.
      *    Day the deposit was taken at the terminal.
           05  VADJ-DEPOSIT-DT    PIC 9(8).
           05  VADJ-TERM-ID       PIC X(8).
           05  VADJ-TERM-BRANCH   PIC X(4).
      *    Original deposit entry and the adjusting entry posted
      *    against it.
           05  VADJ-TXN-ID        PIC 9(10).
           05  VADJ-ADJ-TXN-ID    PIC 9(10).
      *    Exactly one of the two is non-zero: the envelope held
      *    more than was keyed, or less.
           05  VADJ-OVER-AMT      PIC 9(7)V99.
           05  VADJ-SHORT-AMT     PIC 9(7)V99.
           05  VADJ-COUNT-DT      PIC 9(8).
      *    Date ATMVRPT applied it to the terminal cash position.
           05  VADJ-POST-DT       PIC 9(8).

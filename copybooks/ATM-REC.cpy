      * instruction ever reaches this feed - ATMFEED only enforces     *
      * core banking rules (account status, funds, cash-dispense and   *
      * daily velocity limits).                                        *
      * Record Length: 63 bytes                                        *
      *================================================================*
       01  ATM-REC.
           05  ATM-TERM-ID        PIC X(8).
      *    per-card daily cash limit. Spaces from older switch
      *    software - such instructions post exactly as before.
           05  ATM-CARD-ID        PIC X(16).
      *    A deposit of a check drawn on another bank carries the
      *    MICR routing number and serial the machine read from the
      *    item, one check per instruction; ATMFEED captures it for
      *    the CASHLTR cash letter. Zeros or spaces for a cash
      *    envelope or from older switch software.
           05  ATM-CHK-ROUTING    PIC 9(9).
           05  ATM-CHK-SERIAL     PIC 9(6).
      *    Optional file header and trailer wrapped around the
      *    detail instructions by the switch. The header carries the
      *    transmission's source and sequence number; the trailer

      * ATMFEED can decline a hot-carded or expired card with a        *
      * specific reason while the account itself stays fully usable   *
      * at the counter - and a joint account's two cards can carry    *
      * different daily cash limits. A new, reissued or replacement    *
      * card starts pending activation: CARDPROD sends it to the card  *
      * bureau on the day's production file, ATMFEED declines it       *
      * until the holder activates it through CARDMNT, and CARDNACT    *
      * lists those never activated. CARDRISS reissues cards a month   *
      * ahead of their expiry.                                         *
      * Record Length: 125 bytes                                       *
      *================================================================*
       01  CARD-REC.
           05  CARD-ID            PIC X(16).
      *    Holder the card was issued to - on a joint account, which
      *    of the two names carries this card.
           05  CARD-HOLDER-NAME   PIC X(30).
      *    P pending activation - made, or being made, at the bureau
      *    and not yet confirmed received by the holder.
           05  CARD-STATUS        PIC X(1).
               88  CARD-IS-ACTIVE     VALUE "A".
               88  CARD-IS-PENDING    VALUE "P".
               88  CARD-IS-HOT        VALUE "H".
               88  CARD-IS-CANCELLED  VALUE "X".
      *    Expiry month (YYYYMM); zero never expires.
      *    per-card cap.
           05  CARD-DAILY-LIMIT   PIC 9(5)V99.
           05  CARD-ISSUED-DT     PIC 9(8).
      *    Why the card was made: N new card, R reissue ahead of the
      *    old card's expiry (CARDRISS), L replacement for a lost,
      *    stolen or damaged card. Space for cards issued before
      *    activation tracking, which are treated as activated.
           05  CARD-ISSUE-TYPE    PIC X(1).
               88  CARD-IS-NEW-ISSUE   VALUE "N".
               88  CARD-IS-REISSUE     VALUE "R".
               88  CARD-IS-REPLACEMENT VALUE "L".
      *    Card this one reissues or replaces - cancelled when this
      *    one is activated - and the card made to succeed this one,
      *    so it is never reissued or replaced twice.
           05  CARD-PREV-ID       PIC X(16).
           05  CARD-NEXT-ID       PIC X(16).
      *    Date CARDPROD put the card on the bureau production file;
      *    zero while it has still to go.
           05  CARD-PROD-DT       PIC 9(8).
           05  CARD-ACTIVATED-DT  PIC 9(8).

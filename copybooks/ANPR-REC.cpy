      *================================================================*
      * ANPR-REC.cpy - Account Analysis Service Price Record Layout    *
      * One record per billable service on the analysis statement,     *
      * keyed by service code and maintained in ANPRMNT (which seeds   *
      * the standard services on first use). The month-end ANLYSIS     *
      * step multiplies each analyzed account's item count for the     *
      * month by the unit price here.                                  *
      *   MAIN - account maintenance, one per account per month        *
      *   DEPO - deposits credited                                     *
      *   CHKP - checks paid (INCLEAR, and checks cashed at the        *
      *          counter)                                              *
      *   PAYO - outgoing external payments (PAYOUT)                   *
      *   PAYI - incoming external credits (PAYIN)                     *
      *   SWEP - concentration sweeps (SWEEPRUN)                       *
      * Record Length: 48 bytes                                        *
      *================================================================*
       01  ANPR-REC.
           05  ANPR-CODE          PIC X(4).
           05  ANPR-DESC          PIC X(24).
      *    Charge per item, dollars to four places (0.1500 = 15
      *    cents a check). Zero leaves the service listed but free.
           05  ANPR-UNIT-PRICE    PIC 9(3)V9(4).
           05  ANPR-CHANGED-DT    PIC 9(8).
           05  FILLER             PIC X(5).

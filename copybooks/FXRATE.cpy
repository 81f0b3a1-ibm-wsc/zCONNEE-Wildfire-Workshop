      *----------------------------------------------------------------*
      *  FXRATE - the day's exchange rate per currency, loaded by the  *
      *  FXLOAD job from the FXFEED rate file before trading opens.    *
      *  FXRATE-RATE is base-currency units per one unit of the        *
      *  currency. A trade in a foreign-listed company (COMPCCY) only  *
      *  goes ahead on a rate dated today; a missing rate or one left  *
      *  over from an earlier day blocks it. PREVIOUS-RATE/DATE keep   *
      *  the rate the load replaced, for the FXRPT movement listing.   *
      *----------------------------------------------------------------*
       01  FXRATE-RECORD.
           05  FXRATE-KEY.
               10  FXRATE-CURRENCY    PIC X(03).
           05  FXRATE-RATE            PIC 9(04)V9(06).
           05  FXRATE-RATE-DATE       PIC 9(08).
           05  FXRATE-PREVIOUS-RATE   PIC 9(04)V9(06).
           05  FXRATE-PREVIOUS-DATE   PIC 9(08).
           05  FXRATE-LOADED-STAMP    PIC 9(14).
           05  FILLER                 PIC X(10).

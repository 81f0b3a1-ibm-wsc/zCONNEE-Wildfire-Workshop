      *----------------------------------------------------------------*
      *  COMPCCY - the currency a foreign-listed company is quoted in, *
      *  set through TRADERBL's ADD_COMPANY request. COMPSEG prices    *
      *  for a company on this file are in that currency and every     *
      *  trade converts them to base currency at the day's FXRATE      *
      *  rate; a company with no record here is priced in base         *
      *  currency and needs no rate.                                   *
      *----------------------------------------------------------------*
       01  COMPCCY-RECORD.
           05  COMPCCY-KEY.
               10  COMPCCY-COMPANY    PIC X(20).
           05  COMPCCY-CURRENCY       PIC X(03).
           05  COMPCCY-SET-DATE       PIC 9(08).
           05  COMPCCY-SET-BY         PIC X(08).
           05  FILLER                 PIC X(10).

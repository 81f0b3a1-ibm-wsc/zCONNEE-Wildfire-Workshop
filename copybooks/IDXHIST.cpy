      *----------------------------------------------------------------*
      *  IDXHIST - the market index, one open/high/low/close record    *
      *  per trading day, written by the nightly IDXCALC job from the  *
      *  COMPROLL dailies. The index is price-weighted and chain-      *
      *  linked: each day moves the previous close by the change in    *
      *  the summed prices of the companies quoted on both days, so a  *
      *  listing, a delisting or a STKSPLIT restatement never shows    *
      *  as a jump. The first day indexed is the 1000.00 base. Only    *
      *  base-currency companies are indexed; a foreign-listed company *
      *  (one with a currency on COMPCCY) is left out.                 *
      *  TRADERBL's GET_INDEX request and PERFRPT read it back.        *
      *----------------------------------------------------------------*
       01  IDXHIST-RECORD.
           05  IDXHIST-KEY.
               10  IDXHIST-DATE       PIC 9(08).
           05  IDXHIST-OPEN           PIC 9(07)V99.
           05  IDXHIST-HIGH           PIC 9(07)V99.
           05  IDXHIST-LOW            PIC 9(07)V99.
           05  IDXHIST-CLOSE          PIC 9(07)V99.
           05  IDXHIST-CHANGE-PCT     PIC S9(03)V99 SIGN LEADING
                                                    SEPARATE.
      *  Companies in the day's figure, those quoted for the first
      *  time (they count from the next day) and those that left the
      *  index on being delisted.
           05  IDXHIST-CONSTITUENTS   PIC 9(04).
           05  IDXHIST-JOINED         PIC 9(04).
           05  IDXHIST-LEFT           PIC 9(04).
           05  FILLER                 PIC X(10).

      *----------------------------------------------------------------*
      *  CLOSCOMP - companies delisted by TRADERBL's DELIST_COMPANY    *
      *  maintenance request, or by MERGCONV for a merger's target.    *
      *  A company on this file is closed to new BUY orders; existing  *
      *  holders can still SELL. Relisting the company through         *
      *  ADD_COMPANY removes its record.                               *
      *----------------------------------------------------------------*
       01  CLOSCOMP-RECORD.
           05  CLOSCOMP-KEY.

      *  TRDLEDGR-ACTION: '1' buy, '2' sell, plus the STKSPLIT         *
      *  corporate-action adjustments '3' (split share credit) and     *
      *  '4' (reverse-split share debit), written at price zero so     *
      *  the ledger replay still ties to the stored positions, and     *
      *  the MERGCONV merger conversion pair '5' (target shares out,   *
      *  priced at the deal value per share) and '6' (acquirer shares  *
      *  in, priced at the acquirer's price), and the ACCTXFER         *
      *  account-transfer pair '7' (shares out) and '8' (shares in),   *
      *  both priced at the original lot's cost per share.             *
      *  TRDLEDGR-PRICE is in the currency the company is quoted in;   *
      *  CURRENCY and FX-RATE say how it converts to base currency.    *
      *----------------------------------------------------------------*
       01  TRDLEDGR-RECORD.
           05  TRDLEDGR-KEY.
           05  TRDLEDGR-SETTLED           PIC X(01).
               88  TRDLEDGR-IS-SETTLED        VALUE 'Y'.
               88  TRDLEDGR-SETTLE-FAILED     VALUE 'F'.
      *  On an ACCTXFER '8' transfer in, positions 1-8 carry the
      *  original lot's acquisition date (YYYYMMDD) instead.
           05  TRDLEDGR-SETTLE-REASON     PIC X(20).
      *  The company's COMPCCY currency at the trade (spaces for a
      *  base-currency company) and the FXRATE rate the trade's cash
      *  was converted at, base units per unit of that currency. The
      *  commission is already in base currency. An ACCTXFER pair
      *  carries the original lot's currency and rate, and a MERGCONV
      *  pair each company's currency and the day's rate. A zero or
      *  missing rate (records written before currencies were
      *  carried, STKSPLIT adjustments) reads as 1.
           05  TRDLEDGR-CURRENCY          PIC X(03).
           05  TRDLEDGR-FX-RATE           PIC 9(04)V9(06).

      *----------------------------------------------------------------*
      *  MARGACCT - one margin facility per trader customer, keyed by  *
      *  the CASHACCT userid. STATUS, LIMIT (the most the cash         *
      *  balance may be overdrawn), MAINT-PCT (the equity the account  *
      *  must keep as a percentage of its holdings' market value) and  *
      *  RATE (annual interest on the debit balance) are set by the    *
      *  credit desk when the facility is approved, the way EXPLIMIT   *
      *  records are maintained. The valuation fields and the margin   *
      *  call are kept by the nightly MARGRUN: LENDING-VALUE is the    *
      *  holdings' value at each company's MARGLTV percentage, which   *
      *  TRADERBL lends against on a BUY. CALL-DATE is zero when no    *
      *  call is open. RUN-TIME is the time of day the run that last   *
      *  evaluated the facility started, so a rerun can tell the       *
      *  facilities it has reached from those an earlier run did.      *
      *----------------------------------------------------------------*
       01  MARGACCT-RECORD.
           05  MARGACCT-KEY.
               10  MARGACCT-USERID    PIC X(60).
           05  MARGACCT-STATUS        PIC X(01).
               88  MARGACCT-ACTIVE        VALUE 'A'.
               88  MARGACCT-SUSPENDED     VALUE 'S'.
           05  MARGACCT-LIMIT         PIC 9(11)V99 COMP-3.
           05  MARGACCT-MAINT-PCT     PIC 9(03)V99.
           05  MARGACCT-RATE          PIC 9(03)V99.
           05  MARGACCT-APPROVED-DATE PIC 9(08).
           05  MARGACCT-APPROVED-BY   PIC X(08).
           05  MARGACCT-RUN-DATE      PIC 9(08).
           05  MARGACCT-MARKET-VALUE  PIC 9(11)V99 COMP-3.
           05  MARGACCT-LENDING-VALUE PIC 9(11)V99 COMP-3.
           05  MARGACCT-EQUITY        PIC S9(11)V99 COMP-3.
           05  MARGACCT-CALL-DATE     PIC 9(08).
           05  MARGACCT-CALL-AMOUNT   PIC 9(11)V99 COMP-3.
           05  MARGACCT-RUN-TIME      PIC 9(06).
           05  FILLER                 PIC X(14).

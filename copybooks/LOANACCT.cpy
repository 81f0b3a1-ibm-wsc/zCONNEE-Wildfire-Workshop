      *  amount, rate and yearly repayment carry over from the offer;  *
      *  the balance runs down as the LOANPAY posting batch applies    *
      *  receipts against the LOANSCHD schedule, and the account       *
      *  closes when the last schedule entry is paid, or early when a  *
      *  receipt settles a LNPAYOFF payoff quote in full. A loan past *
      *  recovery is written off ('W') through LNCOMNT: the balance    *
      *  moves to its LNCHGOFF charge-off record and goes to zero.     *
      *  TIER is the LNPOLICY tier the loan was underwritten under     *
      *  (spaces on accounts opened before it was kept, read as        *
      *  DEFAULT). A variable-rate account ('V') has its RATE set as   *
      *  MARGIN over the LNRATES REFRATE reference row: LOANREPR       *
      *  reprices it, and recalculates its open schedule entries, when *
      *  a reference row newer than REF-EFFDATE becomes effective. A   *
      *  fixed-rate account ('F', or spaces on accounts opened before  *
      *  the type was kept) keeps the rate it opened at.               *
      *----------------------------------------------------------------*
       01  LOANACCT-RECORD.
           05  LOANACCT-KEY.
           05  LOANACCT-STATUS        PIC X(01).
               88  LOANACCT-OPEN          VALUE 'O'.
               88  LOANACCT-CLOSED        VALUE 'C'.
               88  LOANACCT-WRITTEN-OFF   VALUE 'W'.
           05  LOANACCT-SCHED-COUNT   PIC 9(03).
           05  LOANACCT-TIER          PIC X(08).
           05  LOANACCT-RATE-TYPE     PIC X(01).
               88  LOANACCT-FIXED         VALUE 'F' ' '.
               88  LOANACCT-VARIABLE      VALUE 'V'.
           05  LOANACCT-MARGIN        PIC S9(05).
           05  LOANACCT-REF-EFFDATE   PIC 9(08).

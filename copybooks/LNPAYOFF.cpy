      *----------------------------------------------------------------*
      *  LNPAYOFF - the early-payoff quote in force for a serviced     *
      *  loan, one per account (a new quote replaces the last).        *
      *  Quoted online by LOANCICS or from a LOANPOQ batch card: the   *
      *  outstanding principal, interest accrued to the chosen payoff  *
      *  date, the early-settlement charge the account's LNPOLICY      *
      *  tier sets and any late fees (LNFEES) still open, valid until  *
      *  VALID-UNTIL. LOANPAY settles the account in full from a       *
      *  receipt for at least the TOTAL whose value date falls inside  *
      *  the quote's validity (the late fees are paid off first, as    *
      *  from any receipt), and marks the quote settled; GLFEED        *
      *  journals the settled figures.                                 *
      *----------------------------------------------------------------*
       01  LNPAYOFF-RECORD.
           05  LNPAYOFF-KEY.
               10  LNPAYOFF-ACCOUNT   PIC X(08).
           05  LNPAYOFF-QUOTE-DATE    PIC 9(08).
           05  LNPAYOFF-PAYOFF-DATE   PIC 9(08).
           05  LNPAYOFF-VALID-UNTIL   PIC 9(08).
           05  LNPAYOFF-PRINCIPAL     PIC 9(13)V99.
           05  LNPAYOFF-INTEREST      PIC 9(11)V99.
           05  LNPAYOFF-CHARGE-PCT    PIC 9(02)V99.
           05  LNPAYOFF-CHARGE        PIC 9(11)V99.
           05  LNPAYOFF-TOTAL         PIC 9(13)V99.
           05  LNPAYOFF-TIER          PIC X(08).
           05  LNPAYOFF-QUOTED-BY     PIC X(08).
           05  LNPAYOFF-CHANNEL       PIC X(01).
               88  LNPAYOFF-ONLINE        VALUE 'O'.
               88  LNPAYOFF-BATCH         VALUE 'B'.
           05  LNPAYOFF-STATUS        PIC X(01).
               88  LNPAYOFF-QUOTED        VALUE 'Q'.
               88  LNPAYOFF-SETTLED       VALUE 'S'.
           05  LNPAYOFF-SETTLED-DATE  PIC 9(08).
           05  LNPAYOFF-RECEIPT       PIC 9(11)V99.
           05  LNPAYOFF-FEES          PIC 9(07)V99.
           05  FILLER                 PIC X(01).

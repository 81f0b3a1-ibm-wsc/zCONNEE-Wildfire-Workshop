      *----------------------------------------------------------------*
      *  LNPAYHST - one record per receipt LOANPAY applies to a        *
      *  serviced loan, appended in posting order: the amount          *
      *  received and how it went - late fees (LNFEES) paid first,     *
      *  then interest and principal off the LOANSCHD schedule, or,    *
      *  for a loan SETTLED under its LNPAYOFF quote, the quoted       *
      *  interest, the early-settlement CHARGE and the balance         *
      *  cleared - with anything left over UNAPPLIED. LOANSTMT builds  *
      *  the borrowers' annual statements from it. Recoveries on a     *
      *  written-off loan are logged on LNRECOV instead.               *
      *----------------------------------------------------------------*
       01  LNPAYHST-RECORD.
           05  LNPAYHST-ACCOUNT       PIC X(08).
           05  LNPAYHST-POSTED-DATE   PIC 9(08).
           05  LNPAYHST-VALUE-DATE    PIC 9(08).
           05  LNPAYHST-TYPE          PIC X(01).
               88  LNPAYHST-APPLIED       VALUE 'A'.
               88  LNPAYHST-SETTLED       VALUE 'S'.
           05  LNPAYHST-AMOUNT        PIC 9(09)V99.
           05  LNPAYHST-LATE-FEES     PIC 9(09)V99.
           05  LNPAYHST-CHARGE        PIC 9(09)V99.
           05  LNPAYHST-INTEREST      PIC 9(09)V99.
           05  LNPAYHST-PRINCIPAL     PIC 9(09)V99.
           05  LNPAYHST-UNAPPLIED     PIC 9(09)V99.
           05  LNPAYHST-SOURCE        PIC X(02).
           05  FILLER                 PIC X(16).

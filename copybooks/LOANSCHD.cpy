      *  reducing it). LOANPAY applies receipts oldest entry first,    *
      *  partials accumulating in LOANSCHD-AMOUNT-PAID until the       *
      *  entry is covered; LOANARRS ages whatever is unpaid past its   *
      *  due date. When LOANPAY settles the loan in full against a     *
      *  LNPAYOFF quote the entries still open are marked settled      *
      *  early ('E') rather than paid. A payment holiday or            *
      *  restructure confirmed on LNHMNT marks the entries it replaces *
      *  superseded ('S'), kept for the record but no longer owed, and *
      *  adds the new entries after them. Entries still open when the *
      *  loan is charged off on LNCOMNT are marked written off ('W').  *
      *----------------------------------------------------------------*
       01  LOANSCHD-RECORD.
           05  LOANSCHD-KEY.
           05  LOANSCHD-PRINCIPAL     PIC 9(09)V99.
           05  LOANSCHD-PAID-SW       PIC X(01).
               88  LOANSCHD-PAID          VALUE 'Y'.
               88  LOANSCHD-SETTLED-EARLY VALUE 'E'.
               88  LOANSCHD-SUPERSEDED    VALUE 'S'.
               88  LOANSCHD-WRITTEN-OFF   VALUE 'W'.
               88  LOANSCHD-CLEARED       VALUE 'Y' 'E' 'S' 'W'.
           05  LOANSCHD-AMOUNT-PAID   PIC 9(09)V99.
           05  LOANSCHD-PAID-DATE     PIC 9(08).

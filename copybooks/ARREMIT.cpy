      *----------------------------------------------------------------*
      *  ARREMIT - one customer remittance for the ARPAY payments run, *
      *  as keyed from the bank's remittance advice: the customer, the *
      *  amount received and, when the customer said which invoice it  *
      *  pays, that invoice's order number (zero to apply it to the    *
      *  oldest open invoices first). Dates are yyyymmdd.              *
      *----------------------------------------------------------------*
       01  ARREMIT-RECORD.
           05  ARREMIT-USERID             PIC X(08).
           05  ARREMIT-DATE               PIC X(08).
           05  ARREMIT-AMOUNT             PIC 9(07)V99.
           05  ARREMIT-INVOICE-NUMBER     PIC 9(08).
           05  ARREMIT-REFERENCE          PIC X(12).
           05  FILLER                     PIC X(35).

      *----------------------------------------------------------------*
      *  SUPPRATE - one supplier's performance rating as SUPPPERF      *
      *  last reported it: receipts measured, the on-time rate and     *
      *  average actual days over RCPTHIST, and the invoice count and  *
      *  invoice-accuracy rate over INVREG. PARTREPL reads it to weigh *
      *  each quoting supplier's delivery record against its price.    *
      *----------------------------------------------------------------*
       01  SUPPRATE-RECORD.
           05  SUPPRATE-SUPPLIER          PIC X(06).
           05  SUPPRATE-RECEIPTS          PIC 9(07).
           05  SUPPRATE-ON-TIME-RATE      PIC 9(03)V99.
           05  SUPPRATE-AVG-DAYS          PIC 9(05)V9.
           05  SUPPRATE-INVOICES          PIC 9(07).
           05  SUPPRATE-INV-ACCURACY      PIC 9(03)V99.
           05  SUPPRATE-RATED-DATE        PIC 9(08).
           05  FILLER                     PIC X(06).

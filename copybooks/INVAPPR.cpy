      *----------------------------------------------------------------*
      *  INVAPPR - one supplier invoice INVMATCH has matched to its    *
      *  requisitions and receipts and released for payment, with the *
      *  invoice total (quantity billed times unit price over its      *
      *  lines) and the date it was approved.                          *
      *----------------------------------------------------------------*
       01  INVAPPR-RECORD.
           05  INVAPPR-SUPPLIER           PIC X(06).
           05  INVAPPR-INVOICE-NUMBER     PIC X(12).
           05  INVAPPR-INVOICE-DATE       PIC 9(08).
           05  INVAPPR-LINE-COUNT         PIC 9(03).
           05  INVAPPR-AMOUNT             PIC 9(09)V99.
           05  INVAPPR-APPROVED-DATE      PIC 9(08).
           05  FILLER                     PIC X(32).

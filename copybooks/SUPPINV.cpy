      *----------------------------------------------------------------*
      *  SUPPINV - one line of a supplier invoice as accounts payable  *
      *  keys it for the INVMATCH three-way match: the supplier, its   *
      *  invoice number and date (yyyymmdd), the line, the REQMASTR    *
      *  requisition the line bills against, the part (optional -      *
      *  the requisition's part when blank), the quantity billed and   *
      *  the unit price charged. Lines arrive in supplier and invoice  *
      *  order, every line of an invoice together.                     *
      *----------------------------------------------------------------*
       01  SUPPINV-RECORD.
           05  SUPPINV-SUPPLIER           PIC X(06).
           05  SUPPINV-INVOICE-NUMBER     PIC X(12).
           05  SUPPINV-INVOICE-DATE       PIC X(08).
           05  SUPPINV-LINE               PIC 9(03).
           05  SUPPINV-REQ-NUMBER         PIC X(12).
           05  SUPPINV-PART-KEY           PIC X(17).
           05  SUPPINV-QTY-BILLED         PIC 9(05).
           05  SUPPINV-UNIT-PRICE         PIC 9(05)V99.
           05  FILLER                     PIC X(10).

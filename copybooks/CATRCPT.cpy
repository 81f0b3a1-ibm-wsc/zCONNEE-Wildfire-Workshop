      *----------------------------------------------------------------*
      *  CATRCPT - one record per catalog stock receipt (01RCPT): the  *
      *  quantity received, how much of it went straight out to fill   *
      *  waiting back-orders, the location the rest landed at and the  *
      *  item's cost when it arrived. The CATVALN month-end valuation  *
      *  takes its receipts movement from these. Dates are mmddyyyy   *
      *  as the catalog manager writes them.                           *
      *----------------------------------------------------------------*
       01  CATRCPT-RECORD.
           05  CATRCPT-KEY.
               10  CATRCPT-DATE           PIC X(08).
               10  CATRCPT-TIME           PIC X(06).
               10  CATRCPT-ITEM-REF       PIC 9(04).
           05  CATRCPT-DEPARTMENT         PIC 9(03).
           05  CATRCPT-QUANTITY           PIC 9(03).
           05  CATRCPT-FILLED-QTY         PIC 9(04).
           05  CATRCPT-LOCATION           PIC X(02).
           05  CATRCPT-UNIT-COST          PIC 9(03)V99.
           05  CATRCPT-USERID             PIC X(08).
           05  FILLER                     PIC X(09).

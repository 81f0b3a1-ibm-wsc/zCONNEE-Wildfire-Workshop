      *----------------------------------------------------------------*
      *  PRICESCH - effective-dated promotional price schedule for    *
      *  catalog items, one record per promotion, keyed by item and    *
      *  the date the price takes effect. The catalog's 01PRCA request *
      *  enters them, refusing one that overlaps another for the same *
      *  item, so at most one price is in force on any day; with none *
      *  in force the EXMPCAT cost stands. DFH0XVDS quotes the price   *
      *  in force on inquiry and stamps it on each order line placed. *
      *  The PROMORPT post-promotion report reads them. Dates are     *
      *  yyyymmdd and both ends of the range are inclusive.           *
      *----------------------------------------------------------------*
       01  PRICESCH-RECORD.
           05  PRICESCH-KEY.
               10  PRICESCH-ITEM-REF      PIC 9(04).
               10  PRICESCH-FROM-DATE     PIC X(08).
           05  PRICESCH-TO-DATE           PIC X(08).
           05  PRICESCH-PRICE             PIC 9(03)V99.
           05  PRICESCH-USERID            PIC X(08).
           05  PRICESCH-ENTERED-DATE      PIC X(08).
           05  FILLER                     PIC X(09).

      *  its reorder point and will not re-order a part while an      *
      *  open or part-received requisition exists; GOODSRCV posts     *
      *  receipts against it and closes it when the ordered quantity  *
      *  has arrived. INVMATCH adds each supplier invoice line it     *
      *  releases for payment to INVOICED-QTY, so the same receipts   *
      *  cannot be billed twice. QUOTED-PRICE is the PARTSRC unit     *
      *  price of the supplier PARTREPL chose (zero when the part had  *
      *  no current quote), the price INVMATCH holds the invoice to.   *
      *----------------------------------------------------------------*
       01  REQMASTR-RECORD.
           05  REQMASTR-KEY.
               88  REQMASTR-PART-RECEIVED VALUE 'P'.
               88  REQMASTR-CLOSED        VALUE 'C'.
           05  REQMASTR-CLOSED-DATE   PIC 9(08).
           05  REQMASTR-INVOICED-QTY  PIC 9(05).
           05  REQMASTR-QUOTED-PRICE  PIC 9(05)V99.

           10 CA-SI-COST              PIC ZZZ.99.
           10 CA-SI-IN-STOCK          PIC 9(4).
           10 CA-SI-ON-ORDER          PIC 9(3).
           10 CA-SI-STATUS            PIC X(1).
           10 FILLER                  PIC X(19).
      *  Order-history fields: the generated order number comes back
      *  on a successful place-order; the 01STAT inquiry and the
      *  warehouse's 01UPDS status progression use the request side.
           10 CA-RET-QUANTITY         PIC 9(3).
           10 CA-RET-REASON           PIC X(20).
           10 CA-RET-CREDIT-VALUE     PIC 9(5)V99.
      *  Cancellation: the 01CANC request cancels one line of an order,
      *  or the whole order when the line is zero, while it is still
      *  placed or back-ordered, with a reason code (see ORDCANC) and
      *  an optional note; the count of lines cancelled comes back.
       05  CA-CANCEL-DATA.
           10 CA-CAN-ORDER-NUMBER     PIC 9(8).
           10 CA-CAN-LINE             PIC 9(2).
           10 CA-CAN-REASON-CODE      PIC X(2).
           10 CA-CAN-REASON           PIC X(20).
           10 CA-CAN-LINES-CANCELLED  PIC 9(2).
      *  Item maintenance: 01ITMA adds an item (every field but the
      *  reorder point and supplier required; it starts with no
      *  stock), 01ITMC changes its description, department, cost or
      *  supplier (a blank description or supplier or a zero
      *  department or cost leaves that field as it is) and 01ITMD
      *  discontinues it. The count of fields set or changed comes
      *  back. The supplier is a SUPPFILE reference, whose lead time
      *  the CATRPLAN reorder planning run uses.
       05  CA-ITEM-MAINT-DATA.
           10 CA-MNT-ITEM-REF         PIC 9(4).
           10 CA-MNT-DESCRIPTION      PIC X(40).
           10 CA-MNT-DEPARTMENT       PIC 9(3).
           10 CA-MNT-COST             PIC 9(3)V99.
           10 CA-MNT-REORDER-POINT    PIC 9(3).
           10 CA-MNT-FIELDS-CHANGED   PIC 9(1).
           10 CA-MNT-SUPPLIER         PIC X(6).
      *  Promotional pricing: 01PRCA enters a promotional price for
      *  an item over an inclusive yyyymmdd date range, which must
      *  not start in the past or overlap another for the same item.
       05  CA-PRICE-DATA.
           10 CA-PRC-ITEM-REF         PIC 9(4).
           10 CA-PRC-PRICE            PIC 9(3)V99.
           10 CA-PRC-FROM-DATE        PIC 9(8).
           10 CA-PRC-TO-DATE          PIC 9(8).
      *  Credit control: a placed order or basket comes back with the
      *  warning raised against the customer's receivables - 'L' over
      *  the credit limit, 'A' an invoice open past 90 days, space for
      *  none - and their open balance; a customer whose terms say
      *  refuse gets return code 93 and no order.
       05  CA-CREDIT-DATA.
           10 CA-CRD-WARNING          PIC X(1).
           10 CA-CRD-BALANCE          PIC S9(7)V99.

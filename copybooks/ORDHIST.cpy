      *  line number keys the file; a single-item order is line 01.    *
      *  The record keyed by order number zero is the number-range     *
      *  control record, carrying the next order number to assign in   *
      *  its ORDHIST-USERID column positions. A line still placed or   *
      *  back-ordered may be cancelled (01CANC), which returns its     *
      *  stock and logs the cancellation on ORDCANC. A shipped line    *
      *  moves on to delivered or delivery-failed when the carrier's   *
      *  confirmation arrives (PODINTK).                               *
      *----------------------------------------------------------------*
       01  ORDHIST-RECORD.
           05  ORDHIST-KEY.
               88  ORDHIST-SHIPPED            VALUE 'S'.
               88  ORDHIST-BACKORDERED        VALUE 'B'.
               88  ORDHIST-RETURNED           VALUE 'R'.
               88  ORDHIST-CANCELLED          VALUE 'C'.
               88  ORDHIST-DELIVERED          VALUE 'D'.
               88  ORDHIST-DELIVERY-FAILED    VALUE 'F'.
      *  The unit price in force the day the line was placed - the
      *  catalog cost, or a PRICESCH promotional price - so invoicing
      *  and return credits value the order at the price the
      *  customer saw, not whatever the catalog says later.
           05  ORDHIST-UNIT-COST          PIC 9(03)V99.
      *  'Y' once the line's current status has reached the warehouse
      *  order-event queue; reset to 'N' whenever the status changes,
      *  and the ORDSWEEP fallback job re-publishes anything else.
           05  ORDHIST-PUBLISHED          PIC X(01).
      *  The CATLOC location the line's stock was first drawn from,
      *  where a cancellation puts it back; spaces for a back-order
      *  or an item not location-managed.
           05  ORDHIST-LOCATION           PIC X(02).
      *  The date the line shipped, and from the carrier's delivery
      *  confirmation its parcel's tracking reference and the date it
      *  was delivered or the delivery failed; all mmddyyyy, spaces
      *  until known.
           05  ORDHIST-SHIPPED-DATE       PIC X(08).
           05  ORDHIST-TRACKING-REF       PIC X(20).
           05  ORDHIST-DELIVERY-DATE      PIC X(08).
      *  'Y' when the line was raised as a back-order: its stock left
      *  the day a fill shipped it (ORDHIST-SHIPPED-DATE), not the day
      *  it was placed.
           05  ORDHIST-BACKORDER-SW       PIC X(01).
               88  ORDHIST-RAISED-BACKORDER   VALUE 'Y'.
           05  FILLER                     PIC X(01).

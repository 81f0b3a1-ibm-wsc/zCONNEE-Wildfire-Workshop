      *  execution scanner: filled through the normal buy/sell         *
      *  position processing when the latest quote crosses the limit   *
      *  price, or expired after the configured number of days.        *
      *  PLACE_STOP_ORD places stop sells on the same file: a stop-    *
      *  loss ('S') sells when the quote falls to or below the stop    *
      *  price, held in LIMIT-PRICE; a trailing stop ('T') keeps the   *
      *  highest quote seen in HIGH-PRICE and ORDSCAN raises the stop  *
      *  to TRAIL-PCT below it as the price rises. Stops do not        *
      *  expire. Orders written before ORDER-TYPE existed carry        *
      *  SPACE there and are limit orders.                             *
      *----------------------------------------------------------------*
       01  PENDORD-RECORD.
           05  PENDORD-KEY.
               88  PENDORD-EXPIRED        VALUE 'E'.
               88  PENDORD-CANCELLED      VALUE 'C'.
           05  PENDORD-PLACED-DATE    PIC 9(08).
           05  PENDORD-ORDER-TYPE     PIC X(01).
               88  PENDORD-LIMIT          VALUE 'L' SPACE.
               88  PENDORD-STOP-LOSS      VALUE 'S'.
               88  PENDORD-TRAILING-STOP  VALUE 'T'.
               88  PENDORD-STOP           VALUE 'S' 'T'.
           05  PENDORD-TRAIL-PCT      PIC 9(03).
           05  PENDORD-HIGH-PRICE     PIC X(08).

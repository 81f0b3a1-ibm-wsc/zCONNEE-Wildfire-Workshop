      *----------------------------------------------------------------*
      *  CARRPOD - one delivery confirmation from the carrier's daily  *
      *  proof-of-delivery file, one per parcel: the catalog order     *
      *  number it carried, the carrier's tracking reference, and     *
      *  either the date it was delivered (yyyymmdd) or, when the      *
      *  delivery failed, the carrier's reason. The PODINTK daily      *
      *  intake applies them to the order's ORDHIST lines.             *
      *----------------------------------------------------------------*
       01  CARRPOD-RECORD.
           05  CARRPOD-ORDER-NUMBER       PIC X(08).
           05  CARRPOD-TRACKING-REF       PIC X(20).
           05  CARRPOD-DELIVERED-DATE     PIC X(08).
           05  CARRPOD-FAILURE-REASON     PIC X(30).
           05  FILLER                     PIC X(14).

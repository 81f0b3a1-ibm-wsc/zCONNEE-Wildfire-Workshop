      *----------------------------------------------------------------*
      *  PARTSRC - the parts sourcing file: one record for every      *
      *  approved supplier of a part, keyed by part key and supplier   *
      *  reference, with the supplier's quoted unit price, the         *
      *  minimum quantity it will take an order for, and the date the  *
      *  quote expires (yyyymmdd, inclusive). Buyers keep it through   *
      *  SUPPMNT (02QUOT/02QDEL/02QINQ); PARTREPL chooses each         *
      *  requisition's supplier from the quotes still current and      *
      *  lists the expired ones for renewal.                           *
      *----------------------------------------------------------------*
       01  PARTSRC-RECORD.
           05  PARTSRC-KEY.
               10  PARTSRC-PART-KEY       PIC X(17).
               10  PARTSRC-SUPPLIER       PIC X(06).
           05  PARTSRC-UNIT-PRICE         PIC 9(05)V99.
           05  PARTSRC-MIN-ORDER-QTY      PIC 9(05).
           05  PARTSRC-EXPIRY-DATE        PIC 9(08).
           05  PARTSRC-QUOTE-DATE         PIC 9(08).
           05  FILLER                     PIC X(09).

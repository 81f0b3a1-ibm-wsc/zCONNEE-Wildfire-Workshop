      *----------------------------------------------------------------*
      *  SUPPCP1 - request/response commarea for SUPPMNT, the          *
      *  supplier-master maintenance program, in the same shape as     *
      *  PARTCP1 drives PARTMSTR. Request ids: 02ADD, 02UPD, 02INQ,   *
      *  and for a part's PARTSRC supplier quotes 02QUOT (add or       *
      *  replace), 02QDEL (withdraw) and 02QINQ (inquire).             *
      *----------------------------------------------------------------*
       05  CA-REQUEST-ID              PIC X(6).
       05  CA-RETURN-CODE             PIC X(2).
           10 CA-RESP-REF             PIC X(06).
           10 CA-RESP-NAME            PIC X(30).
           10 CA-RESP-LEAD-DAYS       PIC 9(03).
       05  CA-QUOTE-DATA.
           10 CA-QUOTE-PART-KEY       PIC X(17).
           10 CA-QUOTE-SUPPLIER       PIC X(06).
           10 CA-QUOTE-UNIT-PRICE     PIC 9(05)V99.
           10 CA-QUOTE-MIN-ORDER-QTY  PIC 9(05).
           10 CA-QUOTE-EXPIRY-DATE    PIC 9(08).
           10 CA-QUOTE-DATE           PIC 9(08).

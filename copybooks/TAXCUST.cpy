      *----------------------------------------------------------------*
      *  TAXCUST - the customer's tax identification, one per trader   *
      *  userid, set by the SET_TAX_DETAILS request. The year-end      *
      *  TAXINFO information return reports interest and dividends     *
      *  under the tax id, legal name and birth date held here, with   *
      *  the postal address from the customer's NOTPREF record; a      *
      *  customer without both is listed and left off the filing.      *
      *----------------------------------------------------------------*
       01  TAXCUST-RECORD.
           05  TAXCUST-KEY.
               10  TAXCUST-USERID     PIC X(60).
           05  TAXCUST-TAX-ID         PIC X(11).
           05  TAXCUST-BIRTH-DATE     PIC 9(08).
           05  TAXCUST-LEGAL-NAME     PIC X(33).
           05  TAXCUST-COUNTRY        PIC X(02).
           05  TAXCUST-SET-DATE       PIC 9(08).
           05  TAXCUST-SET-BY         PIC X(08).
           05  FILLER                 PIC X(10).

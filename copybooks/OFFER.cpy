      *----------------------------------------------------------------*
      *  OFFER - the new-issue offer period for a company, one record  *
      *  per company, set up by TRADERBL's ADD_COMPANY request when    *
      *  the commarea carries an offer window. Customers subscribe     *
      *  through SUBSCRIBE_OFFER while OPEN-DATE <= today <=           *
      *  CLOSE-DATE, and the company cannot be bought until OFFALLOC   *
      *  has allocated the offer after the close. The allocation       *
      *  figures are kept here for the OFFRPT listing: the shares      *
      *  applied for, the shares allotted and the percentage of each   *
      *  application met (100.00 unless the offer was oversubscribed). *
      *----------------------------------------------------------------*
       01  OFFER-RECORD.
           05  OFFER-KEY.
               10  OFFER-COMPANY      PIC X(20).
           05  OFFER-PRICE            PIC 9(05)V99.
           05  OFFER-SHARES           PIC 9(09).
           05  OFFER-OPEN-DATE        PIC 9(08).
           05  OFFER-CLOSE-DATE       PIC 9(08).
           05  OFFER-STATUS           PIC X(01).
               88  OFFER-OPEN                 VALUE 'O'.
               88  OFFER-ALLOCATED            VALUE 'A'.
           05  OFFER-SET-DATE         PIC 9(08).
           05  OFFER-SET-BY           PIC X(08).
           05  OFFER-DEMAND           PIC 9(09).
           05  OFFER-ALLOTTED         PIC 9(09).
           05  OFFER-SCALE-PCT        PIC 9(03)V99.
           05  OFFER-ALLOCATED-DATE   PIC 9(08).
           05  FILLER                 PIC X(10).

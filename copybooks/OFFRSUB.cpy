      *----------------------------------------------------------------*
      *  OFFRSUB - one customer's subscription to a company's new-     *
      *  issue OFFER, written by TRADERBL's SUBSCRIBE_OFFER request.   *
      *  RESERVED is the money taken from CASHACCT at subscription     *
      *  (an 'O' CASHMOVE), SHARES times the offer price. OFFALLOC     *
      *  fills in the allocation after the offer closes: the shares    *
      *  allotted, what they cost, and the unallocated money refunded. *
      *----------------------------------------------------------------*
       01  OFFRSUB-RECORD.
           05  OFFRSUB-KEY.
               10  OFFRSUB-COMPANY    PIC X(20).
               10  OFFRSUB-USERID     PIC X(60).
           05  OFFRSUB-TIMESTAMP      PIC 9(14).
           05  OFFRSUB-SHARES         PIC 9(04).
           05  OFFRSUB-RESERVED       PIC 9(09)V99.
           05  OFFRSUB-STATUS         PIC X(01).
               88  OFFRSUB-PENDING            VALUE 'S'.
               88  OFFRSUB-ALLOCATED          VALUE 'A'.
           05  OFFRSUB-ALLOTTED       PIC 9(04).
           05  OFFRSUB-COST           PIC 9(09)V99.
           05  OFFRSUB-REFUND         PIC 9(09)V99.
           05  FILLER                 PIC X(10).

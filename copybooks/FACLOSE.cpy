      *----------------------------------------------------------------*
      *  FACLOSE - the FileA AMOUNT closing position cut by the month- *
      *  end roll-forward proof (FAROLFWD) and read back by the next   *
      *  month's run as its opening position. Sequential, in NUMB      *
      *  order: one header carrying the period end and the AUDITA      *
      *  timestamp the position is good to (audit entries stamped      *
      *  after it belong to the next period), one customer record per  *
      *  FILEA record, and a trailer carrying the count and total.     *
      *  A soft-deleted customer is carried with a zero balance.       *
      *----------------------------------------------------------------*
       01  FACLOSE-RECORD.
           05  FACLOSE-TYPE           PIC X(01).
               88  FACLOSE-HEADER          VALUE 'H'.
               88  FACLOSE-CUSTOMER        VALUE 'C'.
               88  FACLOSE-TRAILER         VALUE 'T'.
           05  FACLOSE-PERIOD-END     PIC X(08).
           05  FACLOSE-CUT-TIMESTAMP  PIC X(14).
           05  FACLOSE-NUMB           PIC X(06).
           05  FACLOSE-STAT           PIC X(01).
           05  FACLOSE-AMOUNT         PIC S9(7)V99 COMP-3.
           05  FACLOSE-RECORD-COUNT   PIC 9(08).
           05  FACLOSE-TOTAL          PIC S9(11)V99 COMP-3.

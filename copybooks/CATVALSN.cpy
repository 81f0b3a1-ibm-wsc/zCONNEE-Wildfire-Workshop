      *----------------------------------------------------------------*
      *  CATVALSN - the catalog stock valuation as at a month end, cut *
      *  by the CATVALN month-end valuation and read back by the next  *
      *  month's run as its opening position. Sequential, one record   *
      *  per item per CATLOC location holding stock (location spaces  *
      *  for an item carried on the catalog total alone): the units on *
      *  hand, the catalog cost they were valued at and their value.   *
      *----------------------------------------------------------------*
       01  CATVALSN-RECORD.
           05  CATVALSN-VALUATION-DATE    PIC 9(08).
           05  CATVALSN-ITEM-REF          PIC 9(04).
           05  CATVALSN-LOCATION          PIC X(02).
           05  CATVALSN-DEPARTMENT        PIC 9(03).
           05  CATVALSN-ON-HAND           PIC 9(04).
           05  CATVALSN-UNIT-COST         PIC 9(03)V99.
           05  CATVALSN-VALUE             PIC 9(07)V99.
           05  FILLER                     PIC X(05).

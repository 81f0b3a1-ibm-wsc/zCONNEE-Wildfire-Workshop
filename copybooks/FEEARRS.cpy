      *----------------------------------------------------------------*
      *  FEEARRS - account fee billing state, one per trader userid,   *
      *  kept by the month-end FEEBILL run. BILLED-MONTH stops a       *
      *  month being billed twice when the job is rerun. Fees the      *
      *  cash balance could not cover are carried here as ARREARS      *
      *  (from the month in ARREARS-SINCE) and collected first on      *
      *  the next month's bill. The last bill's custody, inactivity    *
      *  and collected amounts are kept for enquiries.                 *
      *----------------------------------------------------------------*
       01  FEEARRS-RECORD.
           05  FEEARRS-KEY.
               10  FEEARRS-USERID     PIC X(60).
           05  FEEARRS-BILLED-MONTH   PIC 9(06).
           05  FEEARRS-ARREARS        PIC 9(09)V99.
           05  FEEARRS-ARREARS-SINCE  PIC 9(06).
           05  FEEARRS-LAST-CUSTODY   PIC 9(07)V99.
           05  FEEARRS-LAST-INACTIVE  PIC 9(07)V99.
           05  FEEARRS-LAST-COLLECTED PIC 9(09)V99.
           05  FILLER                 PIC X(10).

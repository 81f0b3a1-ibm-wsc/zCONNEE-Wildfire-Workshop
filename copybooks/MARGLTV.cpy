      *----------------------------------------------------------------*
      *  MARGLTV - the loan-to-value percentage margin lending allows  *
      *  against one company's shares, maintained by the credit desk   *
      *  the way EXPLIMIT records are. A company with no record is     *
      *  not marginable: its shares lend nothing.                      *
      *----------------------------------------------------------------*
       01  MARGLTV-RECORD.
           05  MARGLTV-KEY.
               10  MARGLTV-COMPANY    PIC X(20).
           05  MARGLTV-PERCENT        PIC 9(03)V99.

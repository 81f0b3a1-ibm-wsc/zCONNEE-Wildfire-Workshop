      *----------------------------------------------------------------*
      *  LNRECOV - one record per recovery LOANPAY posts against a     *
      *  written-off loan (LNCHGOFF), appended in posting order: the   *
      *  receipt's amount and value date, the day it was posted and    *
      *  its source ('DD' when LOANDD took it by direct debit), so     *
      *  LOANCOR can report the month's recoveries as income apart     *
      *  from repayments.                                              *
      *----------------------------------------------------------------*
       01  LNRECOV-RECORD.
           05  LNRECOV-ACCOUNT        PIC X(08).
           05  LNRECOV-POSTED-DATE    PIC 9(08).
           05  LNRECOV-VALUE-DATE     PIC 9(08).
           05  LNRECOV-AMOUNT         PIC 9(09)V99.
           05  LNRECOV-SOURCE         PIC X(02).
           05  FILLER                 PIC X(13).

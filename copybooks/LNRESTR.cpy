      *----------------------------------------------------------------*
      *  LNRESTR - one record per payment holiday or restructure       *
      *  applied to a serviced loan by LNHMNT, keyed by account and    *
      *  the time it was confirmed: the reason, who proposed and who   *
      *  confirmed it, and what it did to the schedule. The LOANSCHD   *
      *  entries it replaced are kept, marked superseded ('S'); the    *
      *  new entries run from FIRST-SEQ to LAST-SEQ.                   *
      *    Holiday     - DEFERRED entries, originally due HOLIDAY-FROM *
      *                  to HOLIDAY-TO, moved to the end of the term;  *
      *                  their unpaid interest CAPITALISED.            *
      *    Restructure - every open entry superseded, interest already *
      *                  due CAPITALISED, the NEW-BALANCE re-amortised *
      *                  over TERM-MONTHS at NEW-RATE; HOLIDAY-FROM/TO *
      *                  are zero.                                     *
      *  LOANRSTR lists the holidays still running and the accounts    *
      *  restructured each month.                                      *
      *----------------------------------------------------------------*
       01  LNRESTR-RECORD.
           05  LNRESTR-KEY.
               10  LNRESTR-ACCOUNT    PIC X(08).
               10  LNRESTR-APPLIED-AT PIC X(16).
           05  LNRESTR-TYPE           PIC X(01).
               88  LNRESTR-HOLIDAY        VALUE 'H'.
               88  LNRESTR-RESTRUCTURE    VALUE 'R'.
           05  LNRESTR-REASON-CODE    PIC X(02).
           05  LNRESTR-REASON-TEXT    PIC X(40).
           05  LNRESTR-PROPOSED-BY    PIC X(08).
           05  LNRESTR-PROPOSED-AT    PIC X(16).
           05  LNRESTR-CONFIRMED-BY   PIC X(08).
           05  LNRESTR-DEFERRED       PIC 9(03).
           05  LNRESTR-HOLIDAY-FROM   PIC 9(08).
           05  LNRESTR-HOLIDAY-TO     PIC 9(08).
           05  LNRESTR-TERM-MONTHS    PIC 9(03).
           05  LNRESTR-OLD-RATE       PIC S9(05).
           05  LNRESTR-NEW-RATE       PIC S9(05).
           05  LNRESTR-OLD-BALANCE    PIC S9(13)V99 COMP-3.
           05  LNRESTR-CAPITALISED    PIC 9(11)V99.
           05  LNRESTR-NEW-BALANCE    PIC S9(13)V99 COMP-3.
           05  LNRESTR-NEW-PAYMENT    PIC 9(09)V99.
           05  LNRESTR-SUPERSEDED     PIC 9(03).
           05  LNRESTR-FIRST-SEQ      PIC 9(03).
           05  LNRESTR-LAST-SEQ       PIC 9(03).
           05  FILLER                 PIC X(10).

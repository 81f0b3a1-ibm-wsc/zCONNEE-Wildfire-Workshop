      *----------------------------------------------------------------*
      *  LNHPEND - a staged hardship change to a serviced loan         *
      *  awaiting its second approver, one per account (re-staging     *
      *  replaces it). The LNHMNT transaction stages either a payment  *
      *  holiday (TYPE 'H': defer INSTALMENTS open LOANSCHD entries to *
      *  the end of the term, their interest capitalised) or a         *
      *  restructure (TYPE 'R': re-amortise the balance over           *
      *  TERM-MONTHS at NEW-RATE) and only applies it when a           *
      *  DIFFERENT userid confirms it. The reason codes are:           *
      *    JL job loss        IL illness or injury   BV bereavement    *
      *    IR income reduced  DV separation          OT other          *
      *----------------------------------------------------------------*
       01  LNHPEND-RECORD.
           05  LNHPEND-KEY.
               10  LNHPEND-ACCOUNT    PIC X(08).
           05  LNHPEND-TYPE           PIC X(01).
               88  LNHPEND-HOLIDAY        VALUE 'H'.
               88  LNHPEND-RESTRUCTURE    VALUE 'R'.
           05  LNHPEND-INSTALMENTS    PIC 9(02).
           05  LNHPEND-TERM-MONTHS    PIC 9(03).
           05  LNHPEND-NEW-RATE       PIC S9(05).
           05  LNHPEND-REASON-CODE    PIC X(02).
               88  LNHPEND-REASON-VALID   VALUE 'JL' 'IL' 'BV'
                                                'IR' 'DV' 'OT'.
           05  LNHPEND-REASON-TEXT    PIC X(40).
           05  LNHPEND-PROPOSED-BY    PIC X(08).
           05  LNHPEND-PROPOSED-AT    PIC X(16).

      *----------------------------------------------------------------*
      *  FAPEND - a FileA update held for a second approver, keyed by  *
      *  NUMB (one held change per customer; holding another replaces  *
      *  it). An update that moves AMOUNT-NUMERIC by more than the     *
      *  configured threshold is staged here by ATSFILEA, CSCVINC or   *
      *  FILEABAT instead of being applied, and only takes effect      *
      *  when a DIFFERENT userid confirms it ('C'). The before image   *
      *  is the record as it stood when the change was held; confirm   *
      *  refuses it if the live record has moved on since. A change   *
      *  confirmed through CICS is applied at once and left here as   *
      *  'A' until the daily FAPNDRPT run posts its AUDITA image;     *
      *  FAPNDRPT also ages off held changes nobody confirmed.        *
      *----------------------------------------------------------------*
       01  FAPEND-RECORD.
           05  FAPEND-KEY.
               10  FAPEND-NUMB        PIC X(06).
           05  FAPEND-STATUS          PIC X(01).
               88  FAPEND-HELD            VALUE 'P'.
               88  FAPEND-APPLIED         VALUE 'A'.
           05  FAPEND-ORIGIN          PIC X(08).
           05  FAPEND-PROPOSED-BY     PIC X(08).
           05  FAPEND-PROPOSED-AT     PIC X(16).
           05  FAPEND-CONFIRMED-BY    PIC X(08).
           05  FAPEND-CONFIRMED-AT    PIC X(16).
           05  FAPEND-OLD-AMOUNT      PIC S9(7)V99 COMP-3.
           05  FAPEND-NEW-AMOUNT      PIC S9(7)V99 COMP-3.
           05  FAPEND-BEFORE-IMAGE    PIC X(104).
           05  FAPEND-AFTER-IMAGE     PIC X(104).

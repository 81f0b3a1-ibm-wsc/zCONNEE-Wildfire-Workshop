      *----------------------------------------------------------------*
      *  FAFUTR - a FileA change keyed now but dated to take effect    *
      *  later, keyed by NUMB plus effective date (yyyymmdd). Filed    *
      *  by the 'F' verb in ATSFILEA and CSCVINC, or from FUTRIN       *
      *  cards by the nightly FAFUTAPL run, which applies every change *
      *  whose date has arrived and removes it from here. Filing a     *
      *  second change for the same NUMB and date replaces the first. *
      *                                                                *
      *  The NEW values are the fields the change sets; a field left   *
      *  SPACES keeps whatever is on file when the change applies. The *
      *  OLD values are those same fields as they stood when the       *
      *  change was keyed: if any field the change sets no longer      *
      *  holds its OLD value on the day, the record was altered under  *
      *  the change and FAFUTAPL reports it instead of applying it.    *
      *----------------------------------------------------------------*
       01  FAFUTR-RECORD.
           05  FAFUTR-KEY.
               10  FAFUTR-NUMB        PIC X(06).
               10  FAFUTR-EFF-DATE    PIC X(08).
           05  FAFUTR-ORIGIN          PIC X(08).
           05  FAFUTR-KEYED-BY        PIC X(08).
           05  FAFUTR-KEYED-AT        PIC X(16).
           05  FAFUTR-NEW-VALUES.
               10  FAFUTR-NEW-NAME    PIC X(20).
               10  FAFUTR-NEW-ADDRX   PIC X(20).
               10  FAFUTR-NEW-PHONE   PIC X(08).
               10  FAFUTR-NEW-DATEX   PIC X(08).
               10  FAFUTR-NEW-AMOUNT  PIC X(08).
               10  FAFUTR-NEW-COMMENT PIC X(09).
           05  FAFUTR-OLD-VALUES.
               10  FAFUTR-OLD-NAME    PIC X(20).
               10  FAFUTR-OLD-ADDRX   PIC X(20).
               10  FAFUTR-OLD-PHONE   PIC X(08).
               10  FAFUTR-OLD-DATEX   PIC X(08).
               10  FAFUTR-OLD-AMOUNT  PIC X(08).
               10  FAFUTR-OLD-COMMENT PIC X(09).

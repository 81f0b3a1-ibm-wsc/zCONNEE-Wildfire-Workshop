      *----------------------------------------------------------------*
      *  NOTPREF - a customer's notification contact preferences,      *
      *  keyed by the identity the notifications carry (see NOTIFY)    *
      *  and maintained by NOTPMNT. CHANNEL is how they want to hear:  *
      *  'E' email, 'S' SMS text, 'L' letter to the postal address.    *
      *  OPT-OUT holds the NOTIFY event codes they do not want at all  *
      *  ('ALL ' for every event). QUIET-FROM/QUIET-TO (hhmm, spaces   *
      *  for none, may wrap past midnight) is the window in which no   *
      *  email or SMS may be released; letters are not held.           *
      *----------------------------------------------------------------*
       01  NOTPREF-RECORD.
           05  NOTPREF-KEY.
               10  NOTPREF-ID-TYPE    PIC X(01).
               10  NOTPREF-CUSTOMER-ID
                                      PIC X(60).
           05  NOTPREF-CHANNEL        PIC X(01).
               88  NOTPREF-BY-EMAIL       VALUE 'E'.
               88  NOTPREF-BY-SMS         VALUE 'S'.
               88  NOTPREF-BY-LETTER      VALUE 'L'.
           05  NOTPREF-EMAIL          PIC X(50).
           05  NOTPREF-MOBILE         PIC X(15).
           05  NOTPREF-POSTAL-NAME    PIC X(20).
           05  NOTPREF-POSTAL-LINE    PIC X(30) OCCURS 3 TIMES.
           05  NOTPREF-OPT-OUT        PIC X(04) OCCURS 8 TIMES.
           05  NOTPREF-QUIET-FROM     PIC X(04).
           05  NOTPREF-QUIET-TO       PIC X(04).
           05  NOTPREF-UPD-DATE       PIC X(08).
           05  NOTPREF-UPD-USERID     PIC X(08).
           05  FILLER                 PIC X(07).

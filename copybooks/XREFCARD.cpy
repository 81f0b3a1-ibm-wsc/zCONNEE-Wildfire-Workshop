      *----------------------------------------------------------------*
      *  XREFCARD - one suggested CUSTXREF link. XREFSUGG writes one   *
      *  per suggestion to XREFSUGS; a reviewer accepts a suggestion   *
      *  by copying its line into the XREFIN control cards for the     *
      *  XREFACPT run, which refuses a link the latest XREFSUGG run    *
      *  did not suggest unless the card carries that run's override  *
      *  code. The kind names the CUSTXREF slot the identity goes in:  *
      *  'L' the LOANHIST decision UID, 'O' the catalog ORDHIST       *
      *  userid, 'T' the trader userid.                               *
      *----------------------------------------------------------------*
       01  XREFCARD-RECORD.
           05  XC-NUMB                PIC X(06).
           05  FILLER                 PIC X(01).
           05  XC-KIND                PIC X(01).
               88  XC-LOAN-LINK           VALUE 'L'.
               88  XC-ORDER-LINK          VALUE 'O'.
               88  XC-TRADER-LINK         VALUE 'T'.
           05  FILLER                 PIC X(01).
           05  XC-IDENTITY            PIC X(60).
           05  FILLER                 PIC X(01).
           05  XC-OVERRIDE-CODE       PIC X(08).
           05  FILLER                 PIC X(02).

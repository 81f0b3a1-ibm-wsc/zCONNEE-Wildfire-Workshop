               10  LNPAUDIT-NEW-LTI   PIC 9(03).
               10  LNPAUDIT-NEW-MINA  PIC 9(03).
               10  LNPAUDIT-NEW-MAXA  PIC 9(03).
           05  LNPAUDIT-OLD-EARLY-PCT PIC 9(02)V99.
           05  LNPAUDIT-NEW-EARLY-PCT PIC 9(02)V99.

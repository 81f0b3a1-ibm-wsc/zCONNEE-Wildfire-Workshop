           05  LNPPEND-MAX-LTI        PIC 9(03).
           05  LNPPEND-MIN-AGE        PIC 9(03).
           05  LNPPEND-MAX-AGE        PIC 9(03).
           05  LNPPEND-EARLY-PCT      PIC 9(02)V99.
           05  LNPPEND-PROPOSED-BY    PIC X(08).
           05  LNPPEND-PROPOSED-AT    PIC X(16).

           05  LNPOLICY-MAX-LTI-PERCENT   PIC 9(03).
           05  LNPOLICY-MIN-AGE           PIC 9(03).
           05  LNPOLICY-MAX-AGE           PIC 9(03).
      *  Early-settlement charge: the percentage of the outstanding
      *  principal added to a payoff quote on loans in this tier.
           05  LNPOLICY-EARLY-SETTLE-PCT  PIC 9(02)V99.

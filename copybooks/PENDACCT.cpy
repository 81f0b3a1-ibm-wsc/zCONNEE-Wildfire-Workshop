               88  PENDACCT-PENDING       VALUE 'P'.
               88  PENDACCT-APPROVED      VALUE 'A'.
               88  PENDACCT-REJECTED      VALUE 'R'.
      *  Held by a sanctions and watch-list screening match until
      *  compliance decides it on SCRNRVW: cleared goes back to 'P'
      *  for the supervisor, confirmed is rejected.
               88  PENDACCT-SCREEN-HELD   VALUE 'S'.
           05  PENDACCT-DECIDED-BY    PIC X(08).
           05  PENDACCT-DECIDED-DATE  PIC 9(08).
           05  PENDACCT-REASON        PIC X(30).
      *  The investor risk profile (1 cautious - 5 speculative) given
      *  on the application; approval writes it to RISKPROF.
           05  PENDACCT-RISK-PROFILE  PIC 9(01).

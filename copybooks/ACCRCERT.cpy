      *----------------------------------------------------------------*
      *  ACCRCERT - one entitlement up for quarterly recertification,  *
      *  written by ACCRXTR sorted by reviewing manager and read back  *
      *  by ACCRAPLY. CYCLE is the quarter (yyyyQn). STORE names the   *
      *  authorization store the entitlement lives in; LAST-USED is    *
      *  the latest date the userid was seen exercising it (zero when  *
      *  never seen). STATE 'S' marks an entitlement already           *
      *  suspended at an earlier cycle, listed so the manager can      *
      *  reinstate it. Managers return their section with DECISION     *
      *  (column 120) marked 'K' keep or 'R' revoke and their own      *
      *  userid in DECIDED-BY; anything still unmarked at DEADLINE is  *
      *  suspended.                                                    *
      *----------------------------------------------------------------*
       01  ACCRCERT-RECORD.
           05  ACCRCERT-CYCLE         PIC X(06).
           05  ACCRCERT-MANAGER       PIC X(08).
           05  ACCRCERT-STORE         PIC X(08).
               88  ACCRCERT-USERAUTH      VALUE 'USERAUTH'.
               88  ACCRCERT-ADMNLIST      VALUE 'ADMNLIST'.
               88  ACCRCERT-AUTHFILE      VALUE 'AUTHFILE'.
               88  ACCRCERT-LNPOLICY      VALUE 'LNPOLICY'.
               88  ACCRCERT-LNRATES       VALUE 'LNRATES '.
               88  ACCRCERT-LEGLHOLD      VALUE 'LEGLHOLD'.
           05  ACCRCERT-USERID        PIC X(60).
           05  ACCRCERT-ENTITLEMENT   PIC X(20).
           05  ACCRCERT-STATE         PIC X(01).
               88  ACCRCERT-ACTIVE        VALUE 'A'.
               88  ACCRCERT-SUSPENDED     VALUE 'S'.
           05  ACCRCERT-LAST-USED     PIC 9(08).
           05  ACCRCERT-DEADLINE      PIC 9(08).
           05  ACCRCERT-DECISION      PIC X(01).
               88  ACCRCERT-KEEP          VALUE 'K'.
               88  ACCRCERT-REVOKE        VALUE 'R'.
               88  ACCRCERT-UNDECIDED     VALUE SPACE.
           05  ACCRCERT-DECIDED-BY    PIC X(08).
           05  FILLER                 PIC X(22).

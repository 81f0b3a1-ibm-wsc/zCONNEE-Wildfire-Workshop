      *----------------------------------------------------------------*
      *  RISKPROF - a trader's investor risk profile, one per userid.  *
      *  Captured from the APPLY_ACCOUNT application and written when  *
      *  the account is approved; the customer confirms or changes it  *
      *  through SET_RISK_PROF, which counts as the yearly review and  *
      *  sets the next review a year on. GRADE is on the same 1-5      *
      *  scale as the VOLGRADE company grades, so a purchase is        *
      *  suitable while the company's grade does not pass it (see      *
      *  SUITRULP). RISKRVW lists profiles past their review date      *
      *  each month.                                                   *
      *----------------------------------------------------------------*
       01  RISKPROF-RECORD.
           05  RISKPROF-KEY.
               10  RISKPROF-USERID    PIC X(60).
           05  RISKPROF-GRADE         PIC 9(01).
               88  RISKPROF-CAUTIOUS      VALUE 1.
               88  RISKPROF-MOD-CAUTIOUS  VALUE 2.
               88  RISKPROF-BALANCED      VALUE 3.
               88  RISKPROF-ADVENTUROUS   VALUE 4.
               88  RISKPROF-SPECULATIVE   VALUE 5.
               88  RISKPROF-GRADE-VALID   VALUE 1 THRU 5.
           05  RISKPROF-CAPTURED-DATE PIC 9(08).
           05  RISKPROF-REVIEWED-DATE PIC 9(08).
           05  RISKPROF-REVIEW-DUE    PIC 9(08).
      *  'A' from the account application, 'R' from a customer review.
           05  RISKPROF-SOURCE        PIC X(01).
               88  RISKPROF-FROM-APPLICATION VALUE 'A'.
               88  RISKPROF-FROM-REVIEW      VALUE 'R'.
           05  RISKPROF-UPD-USERID    PIC X(08).
           05  FILLER                 PIC X(10).

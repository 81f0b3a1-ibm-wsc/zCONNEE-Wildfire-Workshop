      *----------------------------------------------------------------*
      *  VOLGRADE - a company's volatility grade, recomputed nightly   *
      *  by VOLCALC from the COMPDLY daily closes: the average size of *
      *  the day-to-day close move, in percent, over the most recent   *
      *  VOLCLOSES closes. Grades, on the RISKPROF profile scale:      *
      *    1  average daily move under 0.50 percent                    *
      *    2  under 1.00 percent                                       *
      *    3  under 2.00 percent                                       *
      *    4  under 3.50 percent                                       *
      *    5  3.50 percent or more, or fewer than five closes to go on *
      *  PRIOR-GRADE is the grade before the latest run, for the       *
      *  VOLRPT change listing.                                        *
      *----------------------------------------------------------------*
       01  VOLGRADE-RECORD.
           05  VOLGRADE-KEY.
               10  VOLGRADE-COMPANY   PIC X(20).
           05  VOLGRADE-GRADE         PIC 9(01).
           05  VOLGRADE-PRIOR-GRADE   PIC 9(01).
           05  VOLGRADE-AVG-MOVE      PIC 9(03)V99.
           05  VOLGRADE-CLOSES        PIC 9(03).
           05  VOLGRADE-SHORT-SW      PIC X(01).
               88  VOLGRADE-SHORT-HISTORY VALUE 'Y'.
           05  VOLGRADE-COMPUTED-DATE PIC 9(08).
           05  FILLER                 PIC X(10).

      *----------------------------------------------------------------*
      *  SUITRULE - working fields of the shared suitability rule      *
      *  SUITRULP. COPY this into WORKING-STORAGE of every program     *
      *  that COPYs SUITRULP. The caller puts the customer's RISKPROF  *
      *  grade in SUIT-PROFILE and the company's VOLGRADE grade in     *
      *  SUIT-GRADE (zero for none on file) before PERFORMing          *
      *  SUITABILITY-RULE.                                             *
      *----------------------------------------------------------------*
       01  SUITRULE-WORK-AREA.
           05  SUIT-PROFILE               PIC 9(01) VALUE 0.
           05  SUIT-GRADE                 PIC 9(01) VALUE 0.
           05  SUIT-RESULT                PIC X(01) VALUE SPACE.
               88  SUIT-SUITABLE              VALUE 'O'.
               88  SUIT-WARNED                VALUE 'W'.
               88  SUIT-REFUSED               VALUE 'R'.
           05  SUIT-REASON                PIC X(40) VALUE SPACES.

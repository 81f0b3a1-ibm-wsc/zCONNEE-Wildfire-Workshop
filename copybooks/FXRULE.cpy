      *----------------------------------------------------------------*
      *  FXRULE - working fields of the shared trade-rate rule FXRULP. *
      *  COPY this into WORKING-STORAGE of every program that COPYs    *
      *  FXRULP. The caller puts today's date in FXR-RUN-DATE, the     *
      *  company's COMPCCY currency in FXR-CURRENCY (spaces for a      *
      *  base-currency company) and, when an FXRATE record was found   *
      *  for it, 'Y' in FXR-RATE-SW with the record's rate and date,   *
      *  before PERFORMing FX-RATE-RULE.                               *
      *----------------------------------------------------------------*
       01  FXRULE-WORK-AREA.
           05  FXR-RUN-DATE               PIC 9(08) VALUE 0.
           05  FXR-CURRENCY               PIC X(03) VALUE SPACES.
           05  FXR-RATE-SW                PIC X(01) VALUE 'N'.
               88  FXR-RATE-ON-FILE           VALUE 'Y'.
           05  FXR-FILE-RATE              PIC 9(04)V9(06) VALUE 0.
           05  FXR-FILE-DATE              PIC 9(08) VALUE 0.
           05  FXR-RESULT                 PIC X(01) VALUE SPACE.
               88  FXR-USABLE                 VALUE 'O'.
               88  FXR-BLOCKED                VALUE 'B'.
           05  FXR-TRADE-RATE             PIC 9(04)V9(06) VALUE 1.
           05  FXR-REASON                 PIC X(40) VALUE SPACES.

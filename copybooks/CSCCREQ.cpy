               10  RQI-DATEX           PIC X(08).
               10  RQI-AMOUNT          PIC X(08).
               10  RQI-COMMENT         PIC X(09).
      *  Effective date (yyyymmdd) of a future-dated change ('F'
      *  action): the FileA-Area fields supplied are filed on FAFUTR
      *  and applied by the nightly FAFUTAPL run on that date.
           05  REQ-EFFECTIVE-DATE      PIC X(08).
      *  Contact note added by the 'N' action: its category ('C'=
      *  call,'L'=letter,'P'=complaint,'F'=fraud alert) and free
      *  text, filed on FANOTE under NUMB and the time written.
           05  REQ-NOTE-CATEGORY       PIC X(01).
           05  REQ-NOTE-TEXT           PIC X(60).

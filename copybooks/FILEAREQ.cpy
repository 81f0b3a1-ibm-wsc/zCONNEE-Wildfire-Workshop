      *  the server job) as last updater. SPACES falls back to the
      *  server job's identity, as before the field existed.
           05  REQUEST-USERID          PIC X(08).
      *  Effective date (yyyymmdd) of a future-dated change ('F'):
      *  the change is filed on FAFUTR and applied by the nightly
      *  FAFUTAPL run on that date. Ignored by every other verb; the
      *  'Q' verb lists the future changes still pending for a NUMB.
           05  EFFECTIVE-DATE          PIC X(08).
      *  Contact note added by the 'N' verb: its category ('C'=call,
      *  'L'=letter,'P'=complaint,'F'=fraud alert) and free text,
      *  filed on FANOTE under the NUMB and the time it was written.
      *  Ignored by every other verb; the 'R' verb lists the NUMB's
      *  most recent notes.
           05  NOTE-CATEGORY           PIC X(01).
           05  NOTE-TEXT               PIC X(60).

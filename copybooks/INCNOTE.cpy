      *----------------------------------------------------------------*
      *  INCNOTE - the working history of an INCIDENT, one record per  *
      *  step taken on the INCMNT transaction, keyed by the incident   *
      *  key plus the time of the step and the CICS task number, so    *
      *  two analysts working one incident in the same second cannot   *
      *  collide. ACTION says what was done; TEXT carries the owner    *
      *  assigned, the note keyed or the root cause closed with.       *
      *----------------------------------------------------------------*
       01  INCNOTE-RECORD.
           05  INCNOTE-KEY.
               10  INCNOTE-INCIDENT-KEY   PIC X(32).
               10  INCNOTE-TIMESTAMP      PIC X(16).
               10  INCNOTE-TASKNUM        PIC 9(07).
           05  INCNOTE-ACTION             PIC X(01).
               88  INCNOTE-ACKNOWLEDGED   VALUE 'A'.
               88  INCNOTE-ASSIGNED       VALUE 'W'.
               88  INCNOTE-ANNOTATED      VALUE 'N'.
               88  INCNOTE-CLOSED         VALUE 'C'.
           05  INCNOTE-USERID             PIC X(08).
           05  INCNOTE-TEXT               PIC X(60).

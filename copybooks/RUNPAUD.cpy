      *----------------------------------------------------------------*
      *  RUNPAUD - one audit record per RUNPARM change made through    *
      *  RUNPMNT: the row changed, its value before and after, who     *
      *  changed it and when. For a new row the old value is the one   *
      *  that was in force on its effective date, so the record shows  *
      *  what the change replaces.                                     *
      *----------------------------------------------------------------*
       01  RUNPAUD-RECORD.
           05  RUNPAUD-KEY.
               10  RUNPAUD-TIMESTAMP  PIC X(16).
               10  RUNPAUD-TASKNUM    PIC 9(07).
           05  RUNPAUD-ACTION         PIC X(01).
               88  RUNPAUD-ADDED          VALUE 'A'.
               88  RUNPAUD-CHANGED        VALUE 'C'.
               88  RUNPAUD-DELETED        VALUE 'D'.
           05  RUNPAUD-USERID         PIC X(08).
           05  RUNPAUD-PROGRAM        PIC X(08).
           05  RUNPAUD-NAME           PIC X(16).
           05  RUNPAUD-EFFDATE        PIC 9(08).
           05  RUNPAUD-OLD-VALUE      PIC X(40).
           05  RUNPAUD-NEW-VALUE      PIC X(40).

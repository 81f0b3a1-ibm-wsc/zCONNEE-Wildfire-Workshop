      *----------------------------------------------------------------*
      *  RUNPLOOK - the parameter area of the run-parameter lookup:    *
      *  CALLed as RUNPGET by batch and IMS programs, LINKed to as     *
      *  RUNPGETC (as the COMMAREA) by CICS programs. Functions:       *
      *    'G' get the RUNPARM value in force for PROGRAM and NAME on  *
      *        AS-OF-DATE (zero for today): RESULT 'F' found, with the *
      *        VALUE and the EFFDATE of the row it came from, 'N' no   *
      *        value set, 'U' the registry is unavailable. On 'N' or   *
      *        'U' the caller keeps its own fallback value.            *
      *    'E' end of run - close the file (RUNPGET only)              *
      *----------------------------------------------------------------*
       01  RUNPLOOK-AREA.
           05  RUNPLOOK-FUNCTION          PIC X(01).
               88  RUNPLOOK-GET               VALUE 'G'.
               88  RUNPLOOK-END-OF-RUN        VALUE 'E'.
           05  RUNPLOOK-PROGRAM           PIC X(08).
           05  RUNPLOOK-NAME              PIC X(16).
           05  RUNPLOOK-AS-OF-DATE        PIC 9(08).
           05  RUNPLOOK-RESULT            PIC X(01).
               88  RUNPLOOK-FOUND             VALUE 'F'.
               88  RUNPLOOK-NOT-SET           VALUE 'N'.
               88  RUNPLOOK-UNAVAILABLE       VALUE 'U'.
           05  RUNPLOOK-EFFDATE           PIC 9(08).
           05  RUNPLOOK-VALUE             PIC X(40).
           05  FILLER                     PIC X(18).

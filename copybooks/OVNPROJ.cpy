      *----------------------------------------------------------------*
      *  OVNPROJ - the overnight suite's finish against the batch-     *
      *  window deadline, written by OVNTREND for MORNRPT. NIGHT is    *
      *  the morning date the suite finishes on. While jobs are still  *
      *  to run the finish is projected from their trailing four-week  *
      *  average elapsed times and the RUNDEPS chains; once every      *
      *  expected job has ended it is the actual finish. MARGIN is the *
      *  minutes inside (or, when late, past) the deadline and         *
      *  FINISH-JOB the job at the end of the critical path.           *
      *----------------------------------------------------------------*
       01  OVNPROJ-RECORD.
           05  OVNPROJ-NIGHT          PIC 9(08).
           05  OVNPROJ-RUN-STAMP      PIC X(14).
           05  OVNPROJ-SUITE-STATE    PIC X(01).
               88  OVNPROJ-COMPLETE       VALUE 'C'.
               88  OVNPROJ-IN-PROGRESS    VALUE 'P'.
           05  OVNPROJ-FINISH-DATE    PIC 9(08).
           05  OVNPROJ-FINISH-TIME    PIC 9(04).
           05  OVNPROJ-DEADLINE-TIME  PIC 9(04).
           05  OVNPROJ-WINDOW-STATE   PIC X(01).
               88  OVNPROJ-ON-TIME        VALUE 'O'.
               88  OVNPROJ-LATE           VALUE 'L'.
           05  OVNPROJ-MARGIN-MINUTES PIC 9(05).
           05  OVNPROJ-FINISH-JOB     PIC X(08).
           05  OVNPROJ-SLOW-JOBS      PIC 9(04).
           05  FILLER                 PIC X(23).

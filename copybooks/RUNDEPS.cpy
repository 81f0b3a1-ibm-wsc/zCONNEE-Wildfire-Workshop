      *----------------------------------------------------------------*
      *  RUNDEPS - the prerequisites each overnight job is gated on,   *
      *  keyed by jobname. RUNGATE records the list from its PARM      *
      *  every time it gates the job, so the chains on file are the    *
      *  ones the night actually ran with; OVNTREND follows them to    *
      *  find the critical path and project the suite's finish.        *
      *----------------------------------------------------------------*
       01  RUNDEPS-RECORD.
           05  RUNDEPS-JOBNAME        PIC X(08).
           05  RUNDEPS-LAST-GATED     PIC X(08).
           05  RUNDEPS-PREREQ-COUNT   PIC 9(02).
           05  RUNDEPS-PREREQ         PIC X(08) OCCURS 10 TIMES.

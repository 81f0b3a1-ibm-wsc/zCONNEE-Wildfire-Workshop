      *----------------------------------------------------------------*
      *  RUNPARM - the run-parameter registry: the tuning values the   *
      *  batch and online programs used to take from environment      *
      *  variables and JCL PARMs, keyed by program, parameter name and *
      *  effective date. The value in force is the one on the newest   *
      *  row whose effective date has arrived, so next week's value    *
      *  can be loaded today. Read through RUNPGET (batch and IMS) or  *
      *  RUNPGETC (CICS); maintained only through the RUNPMNT          *
      *  transaction, which audits every change on RUNPAUD. The        *
      *  parameters it may hold, and their edits, are listed in        *
      *  RUNPDEFS. A value is held left-justified; a numeric value is  *
      *  held zero-filled to its full RUNPDEFS length.                 *
      *----------------------------------------------------------------*
       01  RUNPARM-RECORD.
           05  RUNPARM-KEY.
               10  RUNPARM-PROGRAM    PIC X(08).
               10  RUNPARM-NAME       PIC X(16).
               10  RUNPARM-EFFDATE    PIC 9(08).
           05  RUNPARM-VALUE          PIC X(40).
           05  RUNPARM-CHANGED-BY     PIC X(08).
           05  RUNPARM-CHANGED-AT     PIC X(16).
           05  FILLER                 PIC X(24).

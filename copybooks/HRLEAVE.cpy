      *----------------------------------------------------------------*
      *  HRLEAVE - people whose access must be looked at, written by   *
      *  EMPLOAD from the HR extract for LEAVPROC. TYPE 'L' is a       *
      *  leaver (an HR 'D' delete or 'L' leaver transaction): every    *
      *  account of theirs is disabled. TYPE 'M' is a mover (an HR     *
      *  change with a new department): their current entitlements     *
      *  are listed for review, nothing is changed. HR-CODE is the     *
      *  extract's transaction code and USERID the person's sign-on    *
      *  userid as HR holds it (blank when HR has none).               *
      *----------------------------------------------------------------*
       01  HRLEAVE-RECORD.
           05  HRLEAVE-TYPE           PIC X(01).
               88  HRLEAVE-LEAVER         VALUE 'L'.
               88  HRLEAVE-MOVER          VALUE 'M'.
           05  HRLEAVE-HR-CODE        PIC X(01).
           05  HRLEAVE-LAST-NAME      PIC X(10).
           05  HRLEAVE-FIRST-NAME     PIC X(10).
           05  HRLEAVE-USERID         PIC X(08).
           05  HRLEAVE-DEPARTMENT     PIC X(06).
           05  HRLEAVE-PRIOR-DEPT     PIC X(06).
           05  HRLEAVE-DATE           PIC 9(08).
           05  FILLER                 PIC X(30).

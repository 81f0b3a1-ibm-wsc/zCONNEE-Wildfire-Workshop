      *----------------------------------------------------------------*
      *  SCRNPARM - the parameter area of the common screening check:  *
      *  CALLed as SCRNCHK by batch and IMS programs, LINKed to as     *
      *  SCRNCHKC (as the COMMAREA) by CICS programs. Functions:       *
      *    'K' build the screening key of SCRNPARM-NAME only (no I/O)  *
      *    'S' screen SCRNPARM-NAME for the SOURCE/SUBJECT party:      *
      *        RESULT 'N' no match, 'H' a match to hold (HIT-STATUS    *
      *        'P' when it is already queued, SPACE when new), 'M' a   *
      *        match compliance has confirmed - refuse, 'U' the list   *
      *        or queue is unavailable - refuse and retry later        *
      *    'H' queue (or re-queue) the match the last 'S' returned,    *
      *        with the HOLD-TYPE, HELD-DATA, ORIGIN and USERID given  *
      *    'E' end of run - close the files (SCRNCHK only)             *
      *  A match on an entry already cleared for the same subject is   *
      *  passed over, so a cleared false positive is not held again.   *
      *----------------------------------------------------------------*
       01  SCRNPARM-AREA.
           05  SCRNPARM-FUNCTION          PIC X(01).
               88  SCRNPARM-BUILD-KEY         VALUE 'K'.
               88  SCRNPARM-SCREEN            VALUE 'S'.
               88  SCRNPARM-HOLD              VALUE 'H'.
               88  SCRNPARM-END-OF-RUN        VALUE 'E'.
           05  SCRNPARM-SOURCE            PIC X(01).
           05  SCRNPARM-SUBJECT           PIC X(60).
           05  SCRNPARM-NAME              PIC X(60).
           05  SCRNPARM-SCREEN-KEY        PIC X(40).
           05  SCRNPARM-RESULT            PIC X(01).
               88  SCRNPARM-NO-MATCH          VALUE 'N'.
               88  SCRNPARM-MATCH-TO-HOLD     VALUE 'H'.
               88  SCRNPARM-MATCH-CONFIRMED   VALUE 'M'.
               88  SCRNPARM-UNAVAILABLE       VALUE 'U'.
           05  SCRNPARM-HIT-STATUS        PIC X(01).
               88  SCRNPARM-ALREADY-QUEUED    VALUE 'P'.
           05  SCRNPARM-ENTRY-ID          PIC X(12).
           05  SCRNPARM-LISTED-NAME       PIC X(60).
           05  SCRNPARM-LIST-CODE         PIC X(08).
           05  SCRNPARM-HOLD-TYPE         PIC X(01).
           05  SCRNPARM-ORIGIN            PIC X(08).
           05  SCRNPARM-USERID            PIC X(08).
           05  SCRNPARM-HELD-DATA         PIC X(200).

      *----------------------------------------------------------------*
      *  NOTIFPRM - the parameter area of NOTIFPUT, CALLed with this   *
      *  area and a NOTIFY-RECORD by every program raising customer    *
      *  notifications. Functions:                                     *
      *    'W' write the notification to NOTIFY and publish it to the  *
      *        notification queue: RESULT 'W' written and queued, 'Q'  *
      *        written but the queue publish failed (the dispatcher    *
      *        still sends it from the file), 'U' NOTIFY unavailable   *
      *        or the write failed - nothing was recorded.             *
      *    'E' end of run - close the file.                            *
      *  NOTIFPUT stamps the current time when TIMESTAMP is zero.      *
      *----------------------------------------------------------------*
       01  NOTIFPRM-AREA.
           05  NOTIFPRM-FUNCTION          PIC X(01).
               88  NOTIFPRM-WRITE             VALUE 'W'.
               88  NOTIFPRM-END-OF-RUN        VALUE 'E'.
           05  NOTIFPRM-RESULT            PIC X(01).
               88  NOTIFPRM-QUEUED            VALUE 'W'.
               88  NOTIFPRM-FILE-ONLY         VALUE 'Q'.
               88  NOTIFPRM-UNAVAILABLE       VALUE 'U'.
           05  FILLER                     PIC X(14).

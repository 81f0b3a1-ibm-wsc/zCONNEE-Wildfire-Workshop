      *----------------------------------------------------------------*
      *  BRKSTATE - the shared circuit-breaker state of each z/OS      *
      *  Connect API operation, one record per API name and operation  *
      *  id, kept by BAQBRKR (batch and IMS callers) and BAQBRKRC      *
      *  (CICS callers) so every caller of the same operation sees     *
      *  the same breaker. 'C' closed - calls go ahead and consecutive *
      *  server failures are counted; 'O' open - calls are refused     *
      *  until the cool-off has run from BRKSTATE-COOL-FROM; 'H'       *
      *  half-open - the one trial call allowed after the cool-off is  *
      *  in flight and every other call is still refused. The trial    *
      *  succeeding closes the breaker; failing re-opens it for        *
      *  another cool-off. A trial that never reports back (its caller *
      *  ended) is given up after one cool-off and a new one allowed.  *
      *  Timestamps are YYYYMMDDHHMMSS.                                *
      *----------------------------------------------------------------*
       01  BRKSTATE-RECORD.
           05  BRKSTATE-KEY.
               10  BRKSTATE-API-NAME      PIC X(30).
               10  BRKSTATE-OPERATION     PIC X(30).
           05  BRKSTATE-STATE             PIC X(01).
               88  BRKSTATE-CLOSED            VALUE 'C'.
               88  BRKSTATE-OPEN              VALUE 'O'.
               88  BRKSTATE-HALF-OPEN         VALUE 'H'.
           05  BRKSTATE-CONSEC-FAILS      PIC 9(05).
           05  BRKSTATE-OPENED-AT         PIC X(14).
           05  BRKSTATE-COOL-FROM         PIC X(14).
           05  BRKSTATE-TRIAL-AT          PIC X(14).
           05  BRKSTATE-REFUSED-CALLS     PIC 9(08).
           05  BRKSTATE-FAILED-TRIALS     PIC 9(05).
           05  BRKSTATE-TIMES-OPENED      PIC 9(05).
           05  BRKSTATE-LAST-CLOSED-AT    PIC X(14).
           05  FILLER                     PIC X(20).

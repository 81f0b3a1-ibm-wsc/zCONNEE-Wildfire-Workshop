       01 BAQ-RETRY-DONE-SW            PIC X(01) VALUE 'N'.
           88 BAQ-RETRY-DONE           VALUE 'Y'.
       01 BAQ-RETRY-BACKOFF-TICK       PIC 9(08) COMP.
      *----------------------------------------------------------------*
      *  Shared circuit breaker, consulted by BAQRTRYP around every    *
      *  call: BAQ-BREAKER-PGM-NAME is CALLed with BAQ-BREAKER-AREA    *
      *  to ask whether the API operation may be called ('A') and to   *
      *  report how the call went ('R'). While the breaker for the     *
      *  operation is open the call is refused without reaching the    *
      *  stub, and comes back as BAQ-ERROR-IN-ZCEE, status 503, with   *
      *  BAQ-BRK-REFUSED set. CICS callers MOVE SPACES to the program  *
      *  name and LINK to BAQBRKRC with the same area themselves.      *
      *----------------------------------------------------------------*
       01 BAQ-BREAKER-PGM-NAME         PIC X(08) VALUE 'BAQBRKR'.
       01 BAQ-BREAKER-AREA.
           05 BAQ-BRK-FUNCTION         PIC X(01) VALUE SPACE.
               88 BAQ-BRK-ASK          VALUE 'A'.
               88 BAQ-BRK-REPORT       VALUE 'R'.
           05 BAQ-BRK-API-NAME         PIC X(30) VALUE SPACES.
           05 BAQ-BRK-OPERATION        PIC X(30) VALUE SPACES.
           05 BAQ-BRK-OUTCOME          PIC X(01) VALUE SPACE.
               88 BAQ-BRK-CALL-ANSWERED VALUE 'S'.
               88 BAQ-BRK-CALL-FAILED  VALUE 'F'.
           05 BAQ-BRK-RESULT           PIC X(01) VALUE 'A'.
               88 BAQ-BRK-ALLOWED      VALUE 'A'.
               88 BAQ-BRK-REFUSED      VALUE 'R'.
           05 BAQ-BRK-STATE            PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(16) VALUE SPACES.

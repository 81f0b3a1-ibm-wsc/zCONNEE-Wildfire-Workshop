      *----------------------------------------------------------------*
      *  BRKRULE - working fields of the shared circuit-breaker rules  *
      *  BRKRULEP. COPY this into WORKING-STORAGE of every program     *
      *  that COPYs BRKRULEP, along with COPY BAQRTRY (for the         *
      *  BAQ-BREAKER-AREA) and COPY BRKSTATE. BRK-FAIL-LIMIT and       *
      *  BRK-COOL-SECS default to five consecutive failures and a      *
      *  five-minute cool-off; the caller may override them.           *
      *----------------------------------------------------------------*
       01  BRKRULE-WORK-AREA.
           05  BRK-FAIL-LIMIT             PIC 9(05) VALUE 5.
           05  BRK-COOL-SECS              PIC 9(07) VALUE 300.
           05  BRK-NOW-STAMP              PIC X(14) VALUE SPACES.
           05  BRK-NOW-SECS               PIC 9(11) VALUE 0.
           05  BRK-FROM-SECS              PIC 9(11) VALUE 0.
           05  BRK-STAMP-WORK             PIC X(14).
           05  BRK-STAMP-SECS             PIC 9(11) VALUE 0.
           05  BRK-OUTAGE-SECS            PIC 9(08) VALUE 0.
           05  BRK-RECORD-SW              PIC X(01) VALUE 'N'.
               88  BRK-RECORD-FOUND           VALUE 'Y'.
               88  BRK-RECORD-NEW             VALUE 'N'.
           05  BRK-UPDATE-SW              PIC X(01) VALUE 'N'.
               88  BRK-UPDATE-NEEDED          VALUE 'Y'.
               88  BRK-NO-UPDATE              VALUE 'N'.
           05  BRK-EVENT-SW               PIC X(01) VALUE SPACE.
               88  BRK-NO-EVENT               VALUE SPACE.
               88  BRK-EVENT-OPENED           VALUE 'O'.
               88  BRK-EVENT-CLOSED           VALUE 'C'.
           05  BRK-EVENT-DETAIL           PIC X(90) VALUE SPACES.
           05  BRK-EVENT-CODE             PIC X(08) VALUE SPACES.
           05  BRK-COUNT-DISPLAY          PIC Z(7)9.
           05  BRK-SECS-DISPLAY           PIC Z(7)9.

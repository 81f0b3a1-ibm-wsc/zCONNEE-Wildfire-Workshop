              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NIGHTJOB-STATUS.

           SELECT Batch-Window ASSIGN TO OVNPROJ
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OVNPROJ-STATUS.

           SELECT Report-Output ASSIGN TO MORNRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
           05  NJ-JOBNAME             PIC X(08).
           05  FILLER                 PIC X(72).

       FD  Batch-Window.
       COPY OVNPROJ SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 RUNLOG-NORMAL           VALUE '00'.
       01 NIGHTJOB-STATUS             PIC X(2).
           88 NIGHTJOB-NORMAL         VALUE '00'.
       01 OVNPROJ-STATUS              PIC X(2).
           88 OVNPROJ-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-STATS-EOF-SW             PIC X(01) VALUE 'N'.
       01 WS-GROUP-FOUND-SW           PIC X(01) VALUE 'N'.
           88 GROUP-ON-TABLE          VALUE 'Y'.

      * z/OS Connect circuit-breaker openings and closings from the
      * same PROBLOG pass, listed in the order they happened so each
      * outage reads as one opened/closed pair.
       01 WS-OUTAGE-TABLE.
           05 OT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 OT-ENTRY OCCURS 100 TIMES INDEXED BY OT-IX.
               10 OT-TIMESTAMP        PIC X(14).
               10 OT-DETAIL           PIC X(90).

       01 RECONCILIATION-COUNTS.
           05 RC-CHAIN-EXPECTED       PIC 9(04) COMP VALUE 0.
           05 RC-CHAIN-PROBLEMS       PIC 9(04) COMP VALUE 0.
           05 RC-STATS-REPORTED       PIC 9(08) COMP VALUE 0.
           05 RC-PROBLOG-READ         PIC 9(08) COMP VALUE 0.
           05 RC-PROBLOG-REPORTED     PIC 9(08) COMP VALUE 0.
           05 RC-OUTAGE-EVENTS        PIC 9(08) COMP VALUE 0.
           05 RC-WINDOW-WARNINGS      PIC 9(04) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(09) VALUE '  ENDED  '.
           05 SH-TIMESTAMP        PIC X(14).

       01 WS-EVENT-HEADER.
           05 FILLER              PIC X(08) VALUE 'EVENT   '.
           05 EH-PROGRAM          PIC X(08).
           05 FILLER              PIC X(09) VALUE '  AT     '.
           05 EH-TIMESTAMP        PIC X(14).

       01 WS-STATS-DETAIL.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 SD-LABEL            PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-COUNT            PIC ZZZ,ZZ9.

       01 WS-OUTAGE-LINE.
           05 OL-TIMESTAMP        PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 OL-DETAIL           PIC X(90).

       01 WS-CHAIN-LINE.
           05 CL-JOBNAME          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE '  RC= '.
           05 CL-RC               PIC X(04).

       01 WS-WINDOW-LINE.
           05 WL-FLAG             PIC X(11).
           05 FILLER              PIC X(13) VALUE 'SUITE FINISH '.
           05 WL-KIND             PIC X(10).
           05 WL-FINISH-HH        PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WL-FINISH-MM        PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WL-MARGIN           PIC ZZZZ9.
           05 WL-MARGIN-TEXT      PIC X(13).
           05 FILLER              PIC X(13) VALUE 'THE DEADLINE '.
           05 WL-DEADLINE-HH      PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WL-DEADLINE-MM      PIC 9(02).
           05 FILLER              PIC X(12) VALUE ' - LAST JOB '.
           05 WL-FINISH-JOB       PIC X(08).

       01 WS-STATS-IX             PIC 9(02) COMP VALUE 0.

      *----------------------------------------------------------------*
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM REPORT-NIGHT-CHAIN
           PERFORM REPORT-BATCH-WINDOW
           PERFORM REPORT-OVERNIGHT-STATS
           PERFORM REPORT-PROBLEM-GROUPS
           PERFORM REPORT-SERVICE-OUTAGES

           CLOSE Report-Output.

           DISPLAY " MORNRPT End-of-job reconciliation"
           DISPLAY "   Chain jobs expected  : " RC-CHAIN-EXPECTED
           DISPLAY "   Chain problems       : " RC-CHAIN-PROBLEMS
           DISPLAY "   Batch-window warnings: " RC-WINDOW-WARNINGS
           DISPLAY "   Stats records read   : " RC-STATS-READ
           DISPLAY "   Stats reported       : " RC-STATS-REPORTED
           DISPLAY "   PROBLOG records read : " RC-PROBLOG-READ
           DISPLAY "   PROBLOG in window    : " RC-PROBLOG-REPORTED
           DISPLAY "   Outage events        : " RC-OUTAGE-EVENTS
           DISPLAY "======================================".

       MAINLINE-EXIT.
       REPORT-ONE-CHAIN-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-BATCH-WINDOW - the suite's finish against the batch-    *
      * window deadline, from the OVNPROJ record OVNTREND writes: a    *
      * WARNING when the finish (actual, or projected while jobs are   *
      * still to run) falls past the deadline. A record for another    *
      * night is stale and not reported.                               *
      *----------------------------------------------------------------*
       REPORT-BATCH-WINDOW SECTION.
           MOVE 'BATCH WINDOW' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT Batch-Window
           IF NOT OVNPROJ-NORMAL
              DISPLAY "WARNING: OVNPROJ unavailable, status="
                      OVNPROJ-STATUS
              MOVE 'NO BATCH-WINDOW PROJECTION FOR THE NIGHT'
                  TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO REPORT-BATCH-WINDOW-EXIT
           END-IF
           READ Batch-Window
              AT END
                 MOVE SPACES TO OVNPROJ-RECORD
           END-READ
           CLOSE Batch-Window

           IF OVNPROJ-NIGHT IS NOT NUMERIC
              OR OVNPROJ-NIGHT IS NOT EQUAL TO WS-RUN-DATE
              MOVE 'NO BATCH-WINDOW PROJECTION FOR THE NIGHT'
                  TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO REPORT-BATCH-WINDOW-EXIT
           END-IF

           MOVE SPACES TO WL-FLAG
           IF OVNPROJ-COMPLETE
              MOVE 'ACTUAL' TO WL-KIND
           ELSE
              MOVE 'PROJECTED' TO WL-KIND
           END-IF
           COMPUTE WL-FINISH-HH = OVNPROJ-FINISH-TIME / 100
           MOVE OVNPROJ-FINISH-TIME(3:2) TO WL-FINISH-MM
           MOVE OVNPROJ-MARGIN-MINUTES TO WL-MARGIN
           COMPUTE WL-DEADLINE-HH = OVNPROJ-DEADLINE-TIME / 100
           MOVE OVNPROJ-DEADLINE-TIME(3:2) TO WL-DEADLINE-MM
           MOVE OVNPROJ-FINISH-JOB TO WL-FINISH-JOB
           IF OVNPROJ-LATE
              MOVE '** WARNING ' TO WL-FLAG
              MOVE ' MINS PAST' TO WL-MARGIN-TEXT
              ADD 1 TO RC-WINDOW-WARNINGS
           ELSE
              MOVE ' MINS INSIDE' TO WL-MARGIN-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-WINDOW-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       REPORT-BATCH-WINDOW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-OVERNIGHT-STATS - replays every OPSTATS record from     *
      * the reporting window: per-verb FileA activity and capacity     *
      * warnings from ATSFILEA, publish counts from MQPUT, and         *
      * reconciliation results from RECONEMP, each under its own job   *
      * header; a z/OS Connect circuit breaker opening or closing      *
      * (BAQBRKR) is shown as an event rather than a job.              *
      *----------------------------------------------------------------*
       REPORT-OVERNIGHT-STATS SECTION.
           MOVE 'OVERNIGHT JOB ACTIVITY' TO WS-SECTION-LINE
              IF WS-RECORD-DATE IS EQUAL TO WS-RUN-DATE
                 OR WS-RECORD-DATE IS EQUAL TO WS-YESTERDAY
                 ADD 1 TO RC-STATS-REPORTED
                 MOVE SPACES TO REPORT-LINE
                 IF OPSTATS-PROGRAM IS EQUAL TO 'BAQBRKR '
                    MOVE OPSTATS-PROGRAM TO EH-PROGRAM
                    MOVE OPSTATS-TIMESTAMP TO EH-TIMESTAMP
                    MOVE WS-EVENT-HEADER TO REPORT-LINE
                 ELSE
                    MOVE OPSTATS-PROGRAM TO SH-PROGRAM
                    MOVE OPSTATS-TIMESTAMP TO SH-TIMESTAMP
                    MOVE WS-STATS-HEADER TO REPORT-LINE
                 END-IF
                 WRITE REPORT-LINE
                 PERFORM WRITE-ONE-STATS-COUNT
                     VARYING WS-STATS-IX FROM 1 BY 1
              IF WS-RECORD-DATE IS EQUAL TO WS-RUN-DATE
                 OR WS-RECORD-DATE IS EQUAL TO WS-YESTERDAY
                 ADD 1 TO RC-PROBLOG-REPORTED
                 IF PROBLOG-ERROR-CODE IS EQUAL TO 'BRKOPEN '
                    OR PROBLOG-ERROR-CODE IS EQUAL TO 'BRKCLOSE'
                    PERFORM NOTE-OUTAGE-EVENT
                 END-IF
                 PERFORM LOCATE-PROBLEM-GROUP
                 IF GROUP-ON-TABLE
                    ADD 1 TO PT-COUNT(PT-IX)
       TALLY-ONE-PROBLEM-EXIT.
           EXIT.

       NOTE-OUTAGE-EVENT SECTION.
           ADD 1 TO RC-OUTAGE-EVENTS
           IF OT-ENTRY-COUNT IS LESS THAN 100
              ADD 1 TO OT-ENTRY-COUNT
              SET OT-IX TO OT-ENTRY-COUNT
              MOVE PROBLOG-TIMESTAMP(1:14) TO OT-TIMESTAMP(OT-IX)
              MOVE PROBLOG-DETAIL TO OT-DETAIL(OT-IX)
           END-IF
           .
       NOTE-OUTAGE-EVENT-EXIT.
           EXIT.

       LOCATE-PROBLEM-GROUP SECTION.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           IF PT-ENTRY-COUNT IS GREATER THAN 0
       WRITE-ONE-PROBLEM-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-SERVICE-OUTAGES - every z/OS Connect circuit breaker    *
      * that opened or closed in the window, from the PROBLOG pass     *
      * above, so an outage reads as its start and end instead of the  *
      * individual failed calls.                                       *
      *----------------------------------------------------------------*
       REPORT-SERVICE-OUTAGES SECTION.
           MOVE 'Z/OS CONNECT SERVICE OUTAGES' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF OT-ENTRY-COUNT IS EQUAL TO 0
              MOVE 'NO CIRCUIT BREAKER OPENED OR CLOSED IN THE WINDOW'
                  TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           ELSE
              PERFORM WRITE-ONE-OUTAGE-EVENT
                  VARYING OT-IX FROM 1 BY 1
                  UNTIL OT-IX IS GREATER THAN OT-ENTRY-COUNT
           END-IF
           .
       REPORT-SERVICE-OUTAGES-EXIT.
           EXIT.

       WRITE-ONE-OUTAGE-EVENT SECTION.
           MOVE OT-TIMESTAMP(OT-IX) TO OL-TIMESTAMP.
           MOVE OT-DETAIL(OT-IX) TO OL-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-OUTAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-OUTAGE-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*

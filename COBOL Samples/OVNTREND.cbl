       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = OVNTREND                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVNTREND.
      * Overnight suite elapsed-time trend and critical path, from the
      * RUNLOG run-control log. For the night each job's start, end
      * and elapsed time is set against its average over the trailing
      * four weeks of clean runs, and a job running more than the
      * slow threshold over its average (and by five minutes or more)
      * is flagged. Following the prerequisite chains RUNGATE records
      * on RUNDEPS back from the last job to finish gives the critical
      * path - the jobs that actually set the suite's finish time.
      * A job still to run, or running, is projected from its average
      * once its prerequisites end, so run during the night the
      * report projects the finish; run after the last job it reports
      * the actual one. The finish against the batch-window deadline
      * is written to OVNPROJ for the warning line in MORNRPT, and a
      * finish past the deadline ends the step rc 4.
      *
      * A night runs from noon to noon: a job started after noon
      * belongs to the night ending the next morning. The suite is
      * every job on the NIGHTJOB expected list (the one MORNRPT
      * checks), every job that ran tonight, and their prerequisites.
      *
      * The deadline (hhmm, default 0600) and slow threshold (percent
      * over average, default 25) come from the run-parameter
      * registry, else from the PARM:
      *     PARM='hhmm,ppp'
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Log ASSIGN TO RUNLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNLOG-KEY OF RUNLOG-RECORD
              FILE STATUS IS RUNLOG-FILE-STATUS.

           SELECT Run-Deps ASSIGN TO RUNDEPS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RUNDEPS-JOBNAME
              FILE STATUS IS RUNDEPS-FILE-STATUS.

           SELECT Expected-Jobs ASSIGN TO NIGHTJOB
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NIGHTJOB-STATUS.

           SELECT Projection-Output ASSIGN TO OVNPROJ
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OVNPROJ-STATUS.

           SELECT Report-Output ASSIGN TO OVNRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Run-Log.
       COPY RUNLOG SUPPRESS.

       FD  Run-Deps.
       COPY RUNDEPS SUPPRESS.

       FD  Expected-Jobs
           RECORD CONTAINS 80 CHARACTERS.
       01  NIGHTJOB-CARD.
           05  NJ-JOBNAME             PIC X(08).
           05  FILLER                 PIC X(72).

       FD  Projection-Output.
       COPY OVNPROJ SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 RUNLOG-FILE-STATUS          PIC X(2).
           88 RUNLOG-NORMAL           VALUE '00'.
       01 RUNDEPS-FILE-STATUS         PIC X(2).
           88 RUNDEPS-NORMAL          VALUE '00'.
       01 NIGHTJOB-STATUS             PIC X(2).
           88 NIGHTJOB-NORMAL         VALUE '00'.
       01 OVNPROJ-STATUS              PIC X(2).
           88 OVNPROJ-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-RUNLOG-EOF-SW            PIC X(01) VALUE 'N'.
           88 RUNLOG-EOF              VALUE 'Y'.
       01 WS-NIGHTJOB-EOF-SW          PIC X(01) VALUE 'N'.
           88 NIGHTJOB-EOF            VALUE 'Y'.
       01 WS-RUNDEPS-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RUNDEPS-OPEN            VALUE 'Y'.
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 JOB-ON-TABLE            VALUE 'Y'.
       01 WS-CHANGED-SW               PIC X(01) VALUE 'N'.
           88 TABLE-CHANGED           VALUE 'Y'.
       01 WS-SUITE-SW                 PIC X(01) VALUE 'Y'.
           88 SUITE-COMPLETE          VALUE 'Y'.

      * Deadline and slow threshold: registry, else PARM, else these.
       01 WS-DEADLINE-HHMM            PIC 9(04) VALUE 0600.
       01 WS-SLOW-PERCENT             PIC 9(03) VALUE 25.
       01 WS-MIN-SLIP-SECS            PIC 9(05) COMP VALUE 300.
       COPY RUNPLOOK SUPPRESS.

      * The night being reported is known by the morning it ends on.
      * Times within it are held as seconds from midnight at its
      * start (the evening before), so a job crossing midnight needs
      * no special handling.
       01 WS-NOW-FIELDS.
           05 WS-NOW-DATE             PIC 9(08).
           05 WS-NOW-HH               PIC 9(02).
           05 WS-NOW-MM               PIC 9(02).
           05 WS-NOW-SS               PIC 9(02).
           05 FILLER                  PIC X(07).
       01 WS-NOW-TIME REDEFINES WS-NOW-FIELDS.
           05 FILLER                  PIC X(08).
           05 WS-NOW-HHMMSS           PIC X(06).
           05 FILLER                  PIC X(07).
       01 WS-DATE-FIELDS.
           05 WS-NIGHT                PIC 9(08).
           05 WS-NIGHT-INT            PIC 9(08) COMP.
           05 WS-EVENING-INT          PIC 9(08) COMP.
           05 WS-HISTORY-INT          PIC 9(08) COMP.
           05 WS-START-KEY-DATE       PIC 9(08).
           05 WS-RECORD-DATE          PIC 9(08).
           05 WS-RECORD-INT           PIC 9(08) COMP.
           05 WS-RECORD-NIGHT-INT     PIC 9(08) COMP.
           05 WS-DATE-INT             PIC 9(08) COMP.
       01 WS-TIME-FIELDS.
           05 WS-NOW-SECS             PIC S9(09) COMP.
           05 WS-DEADLINE-SECS        PIC S9(09) COMP.
           05 WS-START-TOD            PIC S9(09) COMP.
           05 WS-END-TOD              PIC S9(09) COMP.
           05 WS-ELAPSED              PIC S9(09) COMP.
           05 WS-READY-SECS           PIC S9(09) COMP.
           05 WS-NEW-END              PIC S9(09) COMP.
           05 WS-WORK-SECS            PIC S9(09) COMP.
           05 WS-MARGIN-SECS          PIC S9(09) COMP.
           05 WS-HH                   PIC 9(02).
           05 WS-MM                   PIC 9(02).
           05 WS-SS                   PIC 9(02).
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ':'.
           05 WS-CLOCK-MM             PIC 9(02).
       01 WS-CLOCK-HHMM               PIC 9(04).

      * Every job seen on RUNLOG over the five weeks, on NIGHTJOB or
      * named as a prerequisite. Times are seconds into the night;
      * END is the actual end, or the projected one for a job not yet
      * ended. PREREQ-SUB points at each prerequisite's entry; DRIVER
      * is the prerequisite that ended last, the one the job waited
      * for.
       01 WS-JOB-TABLE.
           05 JT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 JT-ENTRY OCCURS 200 TIMES INDEXED BY JT-IX.
               10 JT-JOBNAME          PIC X(08).
               10 JT-SUITE-SW         PIC X(01).
                   88 JT-IN-SUITE     VALUE 'Y'.
               10 JT-EXPECTED-SW      PIC X(01).
                   88 JT-EXPECTED     VALUE 'Y'.
               10 JT-TONIGHT-SW       PIC X(01).
                   88 JT-NOT-RUN      VALUE 'N'.
                   88 JT-RUNNING      VALUE 'R'.
                   88 JT-ENDED        VALUE 'E'.
               10 JT-RETURN-CODE      PIC 9(04).
               10 JT-START-SECS       PIC S9(09) COMP.
               10 JT-END-SECS         PIC S9(09) COMP.
               10 JT-ELAPSED-SECS     PIC S9(09) COMP.
               10 JT-HIST-SECS        PIC 9(11) COMP.
               10 JT-HIST-COUNT       PIC 9(04) COMP.
               10 JT-AVG-SECS         PIC S9(09) COMP.
               10 JT-PREREQ-COUNT     PIC 9(02) COMP.
               10 JT-PREREQ-SUB       PIC 9(04) COMP OCCURS 10 TIMES.
               10 JT-DRIVER-SUB       PIC 9(04) COMP.
               10 JT-SLOW-SW          PIC X(01).
                   88 JT-SLOW         VALUE 'Y'.
               10 JT-CRITICAL-SW      PIC X(01).
                   88 JT-CRITICAL     VALUE 'Y'.
       01 WS-SEARCH-NAME              PIC X(08).
       01 WS-JOB-SUB                  PIC 9(04) COMP VALUE 0.
       01 WS-PQ-SUB                   PIC 9(04) COMP VALUE 0.
       01 WS-PASS-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-FINISH-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-DEPENDENT-SUB            PIC 9(04) COMP VALUE 0.

      * The critical path, from the finishing job back to the first.
       01 WS-PATH-TABLE.
           05 WS-PATH-COUNT           PIC 9(04) COMP VALUE 0.
           05 WS-PATH-SUB             PIC 9(04) COMP OCCURS 200 TIMES.
       01 WS-PATH-IX                  PIC 9(04) COMP VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-RUNLOG-READ          PIC 9(08) COMP VALUE 0.
           05 RC-HISTORY-RUNS         PIC 9(08) COMP VALUE 0.
           05 RC-TONIGHT-JOBS         PIC 9(08) COMP VALUE 0.
           05 RC-EXPECTED-JOBS        PIC 9(08) COMP VALUE 0.
           05 RC-SUITE-JOBS           PIC 9(08) COMP VALUE 0.
           05 RC-SLOW-JOBS            PIC 9(08) COMP VALUE 0.
           05 RC-TABLE-FULL           PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(45) VALUE
              'OVERNIGHT SUITE ELAPSED-TIME TREND, NIGHT TO '.
           05 RT-NIGHT            PIC 9(08).
           05 FILLER              PIC X(07) VALUE '  AS AT'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-AS-AT            PIC X(05).

       01 WS-SECTION-LINE         PIC X(70).

       01 WS-JOB-HEADING          PIC X(100) VALUE
              'JOB       STATUS     START  END     ELAPSED  4WK AVG  CHA
      -       'NGE  FLAGS'.

       01 WS-JOB-LINE.
           05 JL-JOBNAME          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JL-STATUS           PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JL-START            PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JL-END              PIC X(05).
           05 JL-END-FLAG         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 JL-ELAPSED          PIC ZZZ9.9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 JL-AVERAGE          PIC ZZZ9.9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JL-CHANGE           PIC +ZZZ9.
           05 JL-PERCENT          PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JL-FLAGS            PIC X(30).
       01 WS-MINUTES              PIC 9(05)V9 COMP-3.
       01 WS-CHANGE-PCT           PIC S9(05) COMP-3.

       01 WS-PATH-LINE.
           05 PL-JOBNAME          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-START            PIC X(05).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 PL-END              PIC X(05).
           05 PL-END-FLAG         PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-ELAPSED          PIC ZZZ9.9.
           05 FILLER              PIC X(06) VALUE ' MINS '.
           05 PL-NOTE             PIC X(50).
       01 WS-WAIT-MINUTES         PIC ZZZ9.

       01 WS-WINDOW-LINE.
           05 FILLER              PIC X(13) VALUE 'SUITE FINISH '.
           05 WL-KIND             PIC X(10).
           05 WL-FINISH           PIC X(05).
           05 FILLER              PIC X(12) VALUE '   DEADLINE '.
           05 WL-DEADLINE         PIC X(05).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WL-MARGIN           PIC ZZZZ9.
           05 WL-MARGIN-TEXT      PIC X(16).
           05 WL-VERDICT          PIC X(12).

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      * PARM='hhmm,ppp' - deadline and slow percent; either may be
      * omitted to keep its default.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA.
               10 PARM-DEADLINE        PIC X(04).
               10 FILLER               PIC X(01).
               10 PARM-SLOW            PIC X(03).
      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
           PERFORM SET-NIGHT-DATES
           PERFORM SET-THRESHOLDS

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open OVNRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Run-Log
           IF NOT RUNLOG-NORMAL
              DISPLAY "ERROR: unable to open RUNLOG, status="
                      RUNLOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF

           PERFORM LOAD-EXPECTED-JOBS
           PERFORM SCAN-RUN-LOG
           CLOSE Run-Log
           PERFORM LOAD-PREREQUISITES
           PERFORM MARK-SUITE-PASS
               UNTIL NOT TABLE-CHANGED
           PERFORM SET-JOB-AVERAGE
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           PERFORM PROJECT-FINISH
           PERFORM FIND-CRITICAL-PATH

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-JOB-SECTION
           PERFORM WRITE-CRITICAL-PATH-SECTION
           PERFORM WRITE-WINDOW-SECTION
           PERFORM WRITE-PROJECTION

           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " OVNTREND End-of-job reconciliation"
           DISPLAY "   RUNLOG records read  : " RC-RUNLOG-READ
           DISPLAY "   History runs used    : " RC-HISTORY-RUNS
           DISPLAY "   Jobs run tonight     : " RC-TONIGHT-JOBS
           DISPLAY "   Jobs expected        : " RC-EXPECTED-JOBS
           DISPLAY "   Jobs in the suite    : " RC-SUITE-JOBS
           DISPLAY "   Jobs flagged slow    : " RC-SLOW-JOBS
           DISPLAY "   Critical path jobs   : " WS-PATH-COUNT
           IF RC-TABLE-FULL IS GREATER THAN 0
              DISPLAY "   Jobs over table limit: " RC-TABLE-FULL
           END-IF
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * SET-NIGHT-DATES - before noon the night being reported ends    *
      * this morning; from noon it is the one starting this evening.   *
      * History is the 28 nights before it.                            *
      *----------------------------------------------------------------*
       SET-NIGHT-DATES SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           IF WS-NOW-HHMMSS IS LESS THAN '120000'
              MOVE WS-DATE-INT TO WS-NIGHT-INT
           ELSE
              COMPUTE WS-NIGHT-INT = WS-DATE-INT + 1
           END-IF
           COMPUTE WS-NIGHT = FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           COMPUTE WS-EVENING-INT = WS-NIGHT-INT - 1
           COMPUTE WS-HISTORY-INT = WS-NIGHT-INT - 28
           COMPUTE WS-DATE-INT = WS-HISTORY-INT - 1
           COMPUTE WS-START-KEY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-NOW-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                - WS-EVENING-INT) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
           .
       SET-NIGHT-DATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-THRESHOLDS - each from the registry when set there, else   *
      * from the PARM, else the default. The deadline is a morning     *
      * time unless it is given as noon or later.                      *
      *----------------------------------------------------------------*
       SET-THRESHOLDS SECTION.
           IF PARM-LENGTH IS NOT LESS THAN 4
              AND PARM-DEADLINE IS NUMERIC
              MOVE PARM-DEADLINE TO WS-DEADLINE-HHMM
           END-IF
           IF PARM-LENGTH IS NOT LESS THAN 8
              AND PARM-SLOW IS NUMERIC
              MOVE PARM-SLOW TO WS-SLOW-PERCENT
           END-IF

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'OVNTREND' TO RUNPLOOK-PROGRAM
           MOVE 'BATCHDEADLINE' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:4) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:4) TO WS-DEADLINE-HHMM
           END-IF
           MOVE 'SLOWPERCENT' TO RUNPLOOK-NAME
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-SLOW-PERCENT
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           COMPUTE WS-DEADLINE-SECS =
               (WS-DEADLINE-HHMM / 100) * 3600
               + FUNCTION MOD(WS-DEADLINE-HHMM, 100) * 60
           IF WS-DEADLINE-HHMM IS LESS THAN 1200
              ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           .
       SET-THRESHOLDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-EXPECTED-JOBS - the NIGHTJOB list, '*' cards skipped. A   *
      * missing list leaves the suite as what has run tonight.         *
      *----------------------------------------------------------------*
       LOAD-EXPECTED-JOBS SECTION.
           OPEN INPUT Expected-Jobs
           IF NOT NIGHTJOB-NORMAL
              DISPLAY "WARNING: NIGHTJOB unavailable, status="
                      NIGHTJOB-STATUS
                      " - suite taken from tonight's RUNLOG"
              GO TO LOAD-EXPECTED-JOBS-EXIT
           END-IF
           PERFORM LOAD-ONE-EXPECTED-JOB
               UNTIL NIGHTJOB-EOF
           CLOSE Expected-Jobs
           .
       LOAD-EXPECTED-JOBS-EXIT.
           EXIT.

       LOAD-ONE-EXPECTED-JOB SECTION.
           READ Expected-Jobs
              AT END
                 MOVE 'Y' TO WS-NIGHTJOB-EOF-SW
           END-READ
           IF NIGHTJOB-EOF
              OR NJ-JOBNAME IS EQUAL TO SPACES
              OR NJ-JOBNAME(1:1) IS EQUAL TO '*'
              GO TO LOAD-ONE-EXPECTED-JOB-EXIT
           END-IF
           MOVE NJ-JOBNAME TO WS-SEARCH-NAME
           PERFORM LOCATE-JOB
           IF WS-JOB-SUB IS GREATER THAN 0
              AND NOT JT-EXPECTED(WS-JOB-SUB)
              MOVE 'Y' TO JT-EXPECTED-SW(WS-JOB-SUB)
              MOVE 'Y' TO JT-SUITE-SW(WS-JOB-SUB)
              ADD 1 TO RC-EXPECTED-JOBS
           END-IF
           .
       LOAD-ONE-EXPECTED-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-RUN-LOG - every RUNLOG record from the day before the     *
      * first history night through the night's morning. Tonight's    *
      * record gives the job's times; an earlier night's clean run     *
      * (ended, rc 4 or better) goes into its average.                 *
      *----------------------------------------------------------------*
       SCAN-RUN-LOG SECTION.
           MOVE WS-START-KEY-DATE TO RUNLOG-DATE
           MOVE LOW-VALUES TO RUNLOG-JOBNAME
           START Run-Log KEY IS NOT LESS THAN
                                RUNLOG-KEY OF RUNLOG-RECORD
           IF NOT RUNLOG-NORMAL
              GO TO SCAN-RUN-LOG-EXIT
           END-IF
           PERFORM READ-NEXT-RUN
           PERFORM TALLY-ONE-RUN
               UNTIL RUNLOG-EOF
           .
       SCAN-RUN-LOG-EXIT.
           EXIT.

       READ-NEXT-RUN SECTION.
           READ Run-Log NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RUNLOG-EOF-SW
           END-READ
           IF NOT RUNLOG-EOF
              AND NOT RUNLOG-NORMAL
              MOVE 'Y' TO WS-RUNLOG-EOF-SW
           END-IF
           IF NOT RUNLOG-EOF
              AND RUNLOG-DATE IS GREATER THAN WS-NIGHT
              MOVE 'Y' TO WS-RUNLOG-EOF-SW
           END-IF
           .
       READ-NEXT-RUN-EXIT.
           EXIT.

       TALLY-ONE-RUN SECTION.
           ADD 1 TO RC-RUNLOG-READ
           IF RUNLOG-DATE IS NOT NUMERIC
              GO TO TALLY-ONE-RUN-NEXT
           END-IF
      *    An end-only registration has no start time; it is placed
      *    by its end and shows no elapsed time.
           IF RUNLOG-START-TIME IS NUMERIC
              MOVE RUNLOG-START-TIME(1:2) TO WS-HH
              MOVE RUNLOG-START-TIME(3:2) TO WS-MM
              MOVE RUNLOG-START-TIME(5:2) TO WS-SS
           ELSE
              IF RUNLOG-END-TIME IS NOT NUMERIC
                 GO TO TALLY-ONE-RUN-NEXT
              END-IF
              MOVE RUNLOG-END-TIME(1:2) TO WS-HH
              MOVE RUNLOG-END-TIME(3:2) TO WS-MM
              MOVE RUNLOG-END-TIME(5:2) TO WS-SS
           END-IF
           COMPUTE WS-START-TOD = WS-HH * 3600 + WS-MM * 60 + WS-SS
           MOVE RUNLOG-DATE TO WS-RECORD-DATE
           COMPUTE WS-RECORD-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
           IF WS-START-TOD IS LESS THAN 43200
              MOVE WS-RECORD-INT TO WS-RECORD-NIGHT-INT
           ELSE
              COMPUTE WS-RECORD-NIGHT-INT = WS-RECORD-INT + 1
           END-IF
           IF WS-RECORD-NIGHT-INT IS LESS THAN WS-HISTORY-INT
              OR WS-RECORD-NIGHT-INT IS GREATER THAN WS-NIGHT-INT
              GO TO TALLY-ONE-RUN-NEXT
           END-IF

           MOVE 0 TO WS-ELAPSED
           IF RUNLOG-ENDED
              AND RUNLOG-START-TIME IS NUMERIC
              AND RUNLOG-END-TIME IS NUMERIC
              MOVE RUNLOG-END-TIME(1:2) TO WS-HH
              MOVE RUNLOG-END-TIME(3:2) TO WS-MM
              MOVE RUNLOG-END-TIME(5:2) TO WS-SS
              COMPUTE WS-END-TOD = WS-HH * 3600 + WS-MM * 60 + WS-SS
              COMPUTE WS-ELAPSED = WS-END-TOD - WS-START-TOD
              IF WS-ELAPSED IS LESS THAN 0
                 ADD 86400 TO WS-ELAPSED
              END-IF
           END-IF

           MOVE RUNLOG-JOBNAME TO WS-SEARCH-NAME
           PERFORM LOCATE-JOB
           IF WS-JOB-SUB IS EQUAL TO 0
              GO TO TALLY-ONE-RUN-NEXT
           END-IF
           SET JT-IX TO WS-JOB-SUB
           IF WS-RECORD-NIGHT-INT IS EQUAL TO WS-NIGHT-INT
              ADD 1 TO RC-TONIGHT-JOBS
              MOVE 'Y' TO JT-SUITE-SW(JT-IX)
              MOVE RUNLOG-STATUS TO JT-TONIGHT-SW(JT-IX)
              MOVE RUNLOG-RETURN-CODE TO JT-RETURN-CODE(JT-IX)
              COMPUTE JT-START-SECS(JT-IX) =
                  (WS-RECORD-INT - WS-EVENING-INT) * 86400
                  + WS-START-TOD
              MOVE WS-ELAPSED TO JT-ELAPSED-SECS(JT-IX)
              COMPUTE JT-END-SECS(JT-IX) =
                  JT-START-SECS(JT-IX) + WS-ELAPSED
           ELSE
              IF RUNLOG-ENDED
                 AND RUNLOG-RETURN-CODE IS NOT GREATER THAN 4
                 AND RUNLOG-START-TIME IS NUMERIC
                 AND RUNLOG-END-TIME IS NUMERIC
                 ADD 1 TO RC-HISTORY-RUNS
                 ADD WS-ELAPSED TO JT-HIST-SECS(JT-IX)
                 ADD 1 TO JT-HIST-COUNT(JT-IX)
              END-IF
           END-IF
           .
       TALLY-ONE-RUN-NEXT.
           PERFORM READ-NEXT-RUN
           .
       TALLY-ONE-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOCATE-JOB - the table entry for WS-SEARCH-NAME, added when    *
      * new; WS-JOB-SUB is zero when the table is full.                *
      *----------------------------------------------------------------*
       LOCATE-JOB SECTION.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-JOB-SUB
           IF JT-ENTRY-COUNT IS GREATER THAN 0
              SET JT-IX TO 1
              SEARCH JT-ENTRY
                 WHEN JT-IX IS GREATER THAN JT-ENTRY-COUNT
                    CONTINUE
                 WHEN JT-JOBNAME(JT-IX) IS EQUAL TO WS-SEARCH-NAME
                    MOVE 'Y' TO WS-FOUND-SW
                    SET WS-JOB-SUB TO JT-IX
              END-SEARCH
           END-IF
           IF JOB-ON-TABLE
              GO TO LOCATE-JOB-EXIT
           END-IF
           IF JT-ENTRY-COUNT IS EQUAL TO 200
              ADD 1 TO RC-TABLE-FULL
              GO TO LOCATE-JOB-EXIT
           END-IF
           ADD 1 TO JT-ENTRY-COUNT
           SET JT-IX TO JT-ENTRY-COUNT
           SET WS-JOB-SUB TO JT-IX
           MOVE WS-SEARCH-NAME TO JT-JOBNAME(JT-IX)
           MOVE 'N' TO JT-SUITE-SW(JT-IX)
           MOVE 'N' TO JT-EXPECTED-SW(JT-IX)
           MOVE 'N' TO JT-TONIGHT-SW(JT-IX)
           MOVE 0 TO JT-RETURN-CODE(JT-IX)
           MOVE 0 TO JT-START-SECS(JT-IX)
           MOVE 0 TO JT-END-SECS(JT-IX)
           MOVE 0 TO JT-ELAPSED-SECS(JT-IX)
           MOVE 0 TO JT-HIST-SECS(JT-IX)
           MOVE 0 TO JT-HIST-COUNT(JT-IX)
           MOVE 0 TO JT-AVG-SECS(JT-IX)
           MOVE 0 TO JT-PREREQ-COUNT(JT-IX)
           MOVE 0 TO JT-DRIVER-SUB(JT-IX)
           MOVE 'N' TO JT-SLOW-SW(JT-IX)
           MOVE 'N' TO JT-CRITICAL-SW(JT-IX)
           .
       LOCATE-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-PREREQUISITES - each job's RUNDEPS list, pointed at the   *
      * prerequisites' table entries. A prerequisite new to the table  *
      * is added and has its own list loaded in turn, as the loop      *
      * reaches the end of the growing table.                          *
      *----------------------------------------------------------------*
       LOAD-PREREQUISITES SECTION.
           OPEN INPUT Run-Deps
           IF NOT RUNDEPS-NORMAL
              DISPLAY "WARNING: RUNDEPS unavailable, status="
                      RUNDEPS-FILE-STATUS
                      " - no critical path"
              GO TO LOAD-PREREQUISITES-EXIT
           END-IF
           MOVE 'Y' TO WS-RUNDEPS-OPEN-SW
           PERFORM LOAD-JOB-PREREQUISITES
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB IS GREATER THAN JT-ENTRY-COUNT
           CLOSE Run-Deps
           .
       LOAD-PREREQUISITES-EXIT.
           EXIT.

       LOAD-JOB-PREREQUISITES SECTION.
           MOVE WS-JOB-SUB TO WS-DEPENDENT-SUB
           MOVE JT-JOBNAME(WS-DEPENDENT-SUB) TO RUNDEPS-JOBNAME
           READ Run-Deps
           IF NOT RUNDEPS-NORMAL
              GO TO LOAD-JOB-PREREQUISITES-EXIT
           END-IF
           PERFORM LOAD-ONE-PREREQUISITE
               VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB IS GREATER THAN RUNDEPS-PREREQ-COUNT
                  OR WS-PQ-SUB IS GREATER THAN 10
           MOVE WS-DEPENDENT-SUB TO WS-JOB-SUB
           .
       LOAD-JOB-PREREQUISITES-EXIT.
           EXIT.

       LOAD-ONE-PREREQUISITE SECTION.
           IF RUNDEPS-PREREQ(WS-PQ-SUB) IS EQUAL TO SPACES
              GO TO LOAD-ONE-PREREQUISITE-EXIT
           END-IF
           MOVE RUNDEPS-PREREQ(WS-PQ-SUB) TO WS-SEARCH-NAME
           PERFORM LOCATE-JOB
           IF WS-JOB-SUB IS GREATER THAN 0
              ADD 1 TO JT-PREREQ-COUNT(WS-DEPENDENT-SUB)
              MOVE WS-JOB-SUB TO
                  JT-PREREQ-SUB(WS-DEPENDENT-SUB,
                                JT-PREREQ-COUNT(WS-DEPENDENT-SUB))
           END-IF
           .
       LOAD-ONE-PREREQUISITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MARK-SUITE-PASS - a suite job's prerequisites are in the suite *
      * too; repeated until a pass adds none.                          *
      *----------------------------------------------------------------*
       MARK-SUITE-PASS SECTION.
           MOVE 'N' TO WS-CHANGED-SW
           PERFORM MARK-JOB-PREREQUISITES
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           .
       MARK-SUITE-PASS-EXIT.
           EXIT.

       MARK-JOB-PREREQUISITES SECTION.
           IF NOT JT-IN-SUITE(JT-IX)
              GO TO MARK-JOB-PREREQUISITES-EXIT
           END-IF
           PERFORM MARK-ONE-PREREQUISITE
               VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB IS GREATER THAN JT-PREREQ-COUNT(JT-IX)
           .
       MARK-JOB-PREREQUISITES-EXIT.
           EXIT.

       MARK-ONE-PREREQUISITE SECTION.
           MOVE JT-PREREQ-SUB(JT-IX, WS-PQ-SUB) TO WS-JOB-SUB
           IF NOT JT-IN-SUITE(WS-JOB-SUB)
              MOVE 'Y' TO JT-SUITE-SW(WS-JOB-SUB)
              MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           .
       MARK-ONE-PREREQUISITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-JOB-AVERAGE - the trailing four-week average, and the slow *
      * flag for a job tonight (or so far, while it runs) over it by   *
      * more than the threshold and by the minimum slip.               *
      *----------------------------------------------------------------*
       SET-JOB-AVERAGE SECTION.
           IF NOT JT-IN-SUITE(JT-IX)
              GO TO SET-JOB-AVERAGE-EXIT
           END-IF
           ADD 1 TO RC-SUITE-JOBS
           IF JT-HIST-COUNT(JT-IX) IS GREATER THAN 0
              COMPUTE JT-AVG-SECS(JT-IX) ROUNDED =
                  JT-HIST-SECS(JT-IX) / JT-HIST-COUNT(JT-IX)
           END-IF
           IF JT-RUNNING(JT-IX)
              COMPUTE JT-ELAPSED-SECS(JT-IX) =
                  WS-NOW-SECS - JT-START-SECS(JT-IX)
              IF JT-ELAPSED-SECS(JT-IX) IS LESS THAN 0
                 MOVE 0 TO JT-ELAPSED-SECS(JT-IX)
              END-IF
           END-IF
           IF (JT-ENDED(JT-IX) OR JT-RUNNING(JT-IX))
              AND JT-HIST-COUNT(JT-IX) IS GREATER THAN 0
              AND JT-ELAPSED-SECS(JT-IX) * 100 IS GREATER THAN
                  JT-AVG-SECS(JT-IX) * (100 + WS-SLOW-PERCENT)
              AND JT-ELAPSED-SECS(JT-IX) - JT-AVG-SECS(JT-IX)
                  IS NOT LESS THAN WS-MIN-SLIP-SECS
              MOVE 'Y' TO JT-SLOW-SW(JT-IX)
              ADD 1 TO RC-SLOW-JOBS
           END-IF
           .
       SET-JOB-AVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROJECT-FINISH - an ended job keeps its end; a running job is  *
      * expected to end at its start plus average (or now, if already *
      * past it); a job not yet run starts when its last prerequisite  *
      * ends (or now) and runs its average. Repeated until the ends    *
      * settle, with a pass limit in case the chains loop.             *
      *----------------------------------------------------------------*
       PROJECT-FINISH SECTION.
           MOVE 'Y' TO WS-SUITE-SW
           PERFORM SEED-ONE-PROJECTION
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           MOVE 0 TO WS-PASS-COUNT
           MOVE 'Y' TO WS-CHANGED-SW
           PERFORM PROJECT-PASS
               UNTIL NOT TABLE-CHANGED
                  OR WS-PASS-COUNT IS GREATER THAN JT-ENTRY-COUNT

           MOVE 0 TO WS-FINISH-SUB
           PERFORM FIND-LAST-FINISH
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           .
       PROJECT-FINISH-EXIT.
           EXIT.

       SEED-ONE-PROJECTION SECTION.
           IF NOT JT-IN-SUITE(JT-IX)
              GO TO SEED-ONE-PROJECTION-EXIT
           END-IF
           EVALUATE TRUE
              WHEN JT-ENDED(JT-IX)
                 CONTINUE
              WHEN JT-RUNNING(JT-IX)
                 MOVE 'N' TO WS-SUITE-SW
                 COMPUTE JT-END-SECS(JT-IX) =
                     JT-START-SECS(JT-IX) + JT-AVG-SECS(JT-IX)
                 IF JT-END-SECS(JT-IX) IS LESS THAN WS-NOW-SECS
                    MOVE WS-NOW-SECS TO JT-END-SECS(JT-IX)
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-SUITE-SW
                 MOVE WS-NOW-SECS TO JT-START-SECS(JT-IX)
                 COMPUTE JT-END-SECS(JT-IX) =
                     WS-NOW-SECS + JT-AVG-SECS(JT-IX)
           END-EVALUATE
           .
       SEED-ONE-PROJECTION-EXIT.
           EXIT.

       PROJECT-PASS SECTION.
           ADD 1 TO WS-PASS-COUNT
           MOVE 'N' TO WS-CHANGED-SW
           PERFORM PROJECT-ONE-JOB
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           .
       PROJECT-PASS-EXIT.
           EXIT.

       PROJECT-ONE-JOB SECTION.
           IF NOT JT-IN-SUITE(JT-IX)
              OR NOT JT-NOT-RUN(JT-IX)
              GO TO PROJECT-ONE-JOB-EXIT
           END-IF
           MOVE WS-NOW-SECS TO WS-READY-SECS
           PERFORM FIND-LATEST-PREREQUISITE
           COMPUTE WS-NEW-END = WS-READY-SECS + JT-AVG-SECS(JT-IX)
           IF WS-NEW-END IS NOT EQUAL TO JT-END-SECS(JT-IX)
              MOVE WS-READY-SECS TO JT-START-SECS(JT-IX)
              MOVE WS-NEW-END TO JT-END-SECS(JT-IX)
              MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           .
       PROJECT-ONE-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-LATEST-PREREQUISITE - the job's prerequisite that ends    *
      * last, as its DRIVER; WS-READY-SECS is raised to that end.      *
      *----------------------------------------------------------------*
       FIND-LATEST-PREREQUISITE SECTION.
           MOVE 0 TO JT-DRIVER-SUB(JT-IX)
           PERFORM TEST-ONE-PREREQUISITE-END
               VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB IS GREATER THAN JT-PREREQ-COUNT(JT-IX)
           .
       FIND-LATEST-PREREQUISITE-EXIT.
           EXIT.

       TEST-ONE-PREREQUISITE-END SECTION.
           MOVE JT-PREREQ-SUB(JT-IX, WS-PQ-SUB) TO WS-JOB-SUB
           IF JT-DRIVER-SUB(JT-IX) IS EQUAL TO 0
              OR JT-END-SECS(WS-JOB-SUB) IS GREATER THAN
                 JT-END-SECS(JT-DRIVER-SUB(JT-IX))
              MOVE WS-JOB-SUB TO JT-DRIVER-SUB(JT-IX)
           END-IF
           IF JT-END-SECS(WS-JOB-SUB) IS GREATER THAN WS-READY-SECS
              MOVE JT-END-SECS(WS-JOB-SUB) TO WS-READY-SECS
           END-IF
           .
       TEST-ONE-PREREQUISITE-END-EXIT.
           EXIT.

       FIND-LAST-FINISH SECTION.
           IF JT-IN-SUITE(JT-IX)
              SET WS-JOB-SUB TO JT-IX
              IF WS-FINISH-SUB IS EQUAL TO 0
                 OR JT-END-SECS(JT-IX) IS GREATER THAN
                    JT-END-SECS(WS-FINISH-SUB)
                 MOVE WS-JOB-SUB TO WS-FINISH-SUB
              END-IF
           END-IF
           .
       FIND-LAST-FINISH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-CRITICAL-PATH - from the job that finishes the suite back *
      * through the prerequisite each job waited for, to a job with    *
      * none. The pass limit stops a looping chain.                    *
      *----------------------------------------------------------------*
       FIND-CRITICAL-PATH SECTION.
           MOVE 0 TO WS-PATH-COUNT
           MOVE WS-FINISH-SUB TO WS-JOB-SUB
           PERFORM ADD-ONE-PATH-JOB
               UNTIL WS-JOB-SUB IS EQUAL TO 0
                  OR WS-PATH-COUNT IS EQUAL TO 200
           .
       FIND-CRITICAL-PATH-EXIT.
           EXIT.

       ADD-ONE-PATH-JOB SECTION.
           IF JT-CRITICAL(WS-JOB-SUB)
              MOVE 0 TO WS-JOB-SUB
              GO TO ADD-ONE-PATH-JOB-EXIT
           END-IF
           MOVE 'Y' TO JT-CRITICAL-SW(WS-JOB-SUB)
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-JOB-SUB TO WS-PATH-SUB(WS-PATH-COUNT)
           SET JT-IX TO WS-JOB-SUB
           MOVE 0 TO WS-READY-SECS
           PERFORM FIND-LATEST-PREREQUISITE
           MOVE JT-DRIVER-SUB(JT-IX) TO WS-JOB-SUB
           .
       ADD-ONE-PATH-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-JOB-SECTION - one line per suite job in table order.     *
      * A projected end is marked '*'.                                 *
      *----------------------------------------------------------------*
       WRITE-JOB-SECTION SECTION.
           MOVE 'JOBS AGAINST THEIR FOUR-WEEK AVERAGE' TO
               WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO REPORT-LINE
           MOVE WS-JOB-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-JOB-LINE
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX IS GREATER THAN JT-ENTRY-COUNT
           .
       WRITE-JOB-SECTION-EXIT.
           EXIT.

       WRITE-ONE-JOB-LINE SECTION.
           IF NOT JT-IN-SUITE(JT-IX)
              GO TO WRITE-ONE-JOB-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-JOB-LINE
           MOVE JT-JOBNAME(JT-IX) TO JL-JOBNAME
           EVALUATE TRUE
              WHEN JT-ENDED(JT-IX)
                 AND JT-RETURN-CODE(JT-IX) IS GREATER THAN 4
                 MOVE 'FAILED' TO JL-STATUS
              WHEN JT-ENDED(JT-IX)
                 MOVE 'ENDED' TO JL-STATUS
              WHEN JT-RUNNING(JT-IX)
                 MOVE 'RUNNING' TO JL-STATUS
              WHEN OTHER
                 MOVE 'NOT RUN' TO JL-STATUS
           END-EVALUATE
           MOVE JT-START-SECS(JT-IX) TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO JL-START
           MOVE JT-END-SECS(JT-IX) TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO JL-END
           IF NOT JT-ENDED(JT-IX)
              MOVE '*' TO JL-END-FLAG
           END-IF
           IF NOT JT-NOT-RUN(JT-IX)
              COMPUTE WS-MINUTES ROUNDED = JT-ELAPSED-SECS(JT-IX) / 60
              MOVE WS-MINUTES TO JL-ELAPSED
           END-IF
           IF JT-HIST-COUNT(JT-IX) IS GREATER THAN 0
              COMPUTE WS-MINUTES ROUNDED = JT-AVG-SECS(JT-IX) / 60
              MOVE WS-MINUTES TO JL-AVERAGE
              IF NOT JT-NOT-RUN(JT-IX)
                 AND JT-AVG-SECS(JT-IX) IS GREATER THAN 0
                 COMPUTE WS-CHANGE-PCT ROUNDED =
                     (JT-ELAPSED-SECS(JT-IX) - JT-AVG-SECS(JT-IX))
                     * 100 / JT-AVG-SECS(JT-IX)
                 MOVE WS-CHANGE-PCT TO JL-CHANGE
                 MOVE '%' TO JL-PERCENT
              END-IF
           ELSE
              MOVE 'NO HISTORY' TO JL-FLAGS
           END-IF
           IF JT-SLOW(JT-IX)
              MOVE '** SLOW' TO JL-FLAGS
           END-IF
           IF JT-CRITICAL(JT-IX)
              IF JL-FLAGS IS EQUAL TO SPACES
                 MOVE 'CRITICAL PATH' TO JL-FLAGS
              ELSE
                 MOVE 'CRITICAL PATH' TO JL-FLAGS(12:13)
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-JOB-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-JOB-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CRITICAL-PATH-SECTION - the path in running order, each  *
      * job with the time it waited after its prerequisite ended (a    *
      * wait means the schedule, not the chain, held it).              *
      *----------------------------------------------------------------*
       WRITE-CRITICAL-PATH-SECTION SECTION.
           MOVE 'CRITICAL PATH TO THE SUITE FINISH' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF WS-PATH-COUNT IS EQUAL TO 0
              MOVE 'NO JOBS IN THE SUITE TONIGHT' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO WRITE-CRITICAL-PATH-SECTION-EXIT
           END-IF
           PERFORM WRITE-ONE-PATH-LINE
               VARYING WS-PATH-IX FROM WS-PATH-COUNT BY -1
               UNTIL WS-PATH-IX IS LESS THAN 1
           IF NOT RUNDEPS-OPEN
              MOVE 'RUNDEPS UNAVAILABLE - PATH IS THE LAST JOB ONLY'
                  TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF
           .
       WRITE-CRITICAL-PATH-SECTION-EXIT.
           EXIT.

       WRITE-ONE-PATH-LINE SECTION.
           MOVE WS-PATH-SUB(WS-PATH-IX) TO WS-JOB-SUB
           SET JT-IX TO WS-JOB-SUB
           MOVE SPACES TO WS-PATH-LINE
           MOVE JT-JOBNAME(JT-IX) TO PL-JOBNAME
           MOVE JT-START-SECS(JT-IX) TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO PL-START
           MOVE JT-END-SECS(JT-IX) TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO PL-END
           IF NOT JT-ENDED(JT-IX)
              MOVE '*' TO PL-END-FLAG
           END-IF
           COMPUTE WS-MINUTES ROUNDED =
               (JT-END-SECS(JT-IX) - JT-START-SECS(JT-IX)) / 60
           MOVE WS-MINUTES TO PL-ELAPSED
           IF JT-DRIVER-SUB(JT-IX) IS EQUAL TO 0
              MOVE 'FIRST ON THE PATH' TO PL-NOTE
           ELSE
              COMPUTE WS-WORK-SECS = JT-START-SECS(JT-IX)
                  - JT-END-SECS(JT-DRIVER-SUB(JT-IX))
              IF WS-WORK-SECS IS LESS THAN 0
                 MOVE 0 TO WS-WORK-SECS
              END-IF
              COMPUTE WS-WAIT-MINUTES = WS-WORK-SECS / 60
              STRING 'AFTER ' JT-JOBNAME(JT-DRIVER-SUB(JT-IX))
                     ', WAITED ' WS-WAIT-MINUTES ' MINS'
                     DELIMITED BY SIZE INTO PL-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PATH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-PATH-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-WINDOW-SECTION - the finish, actual or projected,        *
      * against the batch-window deadline.                             *
      *----------------------------------------------------------------*
       WRITE-WINDOW-SECTION SECTION.
           MOVE 'BATCH WINDOW' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF WS-FINISH-SUB IS EQUAL TO 0
              MOVE 'NO JOBS IN THE SUITE TONIGHT' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO WRITE-WINDOW-SECTION-EXIT
           END-IF
           IF SUITE-COMPLETE
              MOVE 'ACTUAL' TO WL-KIND
           ELSE
              MOVE 'PROJECTED' TO WL-KIND
           END-IF
           MOVE JT-END-SECS(WS-FINISH-SUB) TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO WL-FINISH
           MOVE WS-DEADLINE-SECS TO WS-WORK-SECS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO WL-DEADLINE
           COMPUTE WS-MARGIN-SECS =
               WS-DEADLINE-SECS - JT-END-SECS(WS-FINISH-SUB)
           IF WS-MARGIN-SECS IS LESS THAN 0
              COMPUTE WL-MARGIN = (0 - WS-MARGIN-SECS) / 60
              MOVE ' MINS LATE' TO WL-MARGIN-TEXT
              MOVE '** LATE **' TO WL-VERDICT
              MOVE 4 TO RETURN-CODE
           ELSE
              COMPUTE WL-MARGIN = WS-MARGIN-SECS / 60
              MOVE ' MINS TO SPARE' TO WL-MARGIN-TEXT
              MOVE 'ON TIME' TO WL-VERDICT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-WINDOW-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-WINDOW-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-PROJECTION - the OVNPROJ record for MORNRPT. No suite    *
      * tonight writes no record, which MORNRPT reports as such.       *
      *----------------------------------------------------------------*
       WRITE-PROJECTION SECTION.
           OPEN OUTPUT Projection-Output
           IF NOT OVNPROJ-NORMAL
              DISPLAY "WARNING: unable to open OVNPROJ, status="
                      OVNPROJ-STATUS
              GO TO WRITE-PROJECTION-EXIT
           END-IF
           IF WS-FINISH-SUB IS GREATER THAN 0
              MOVE SPACES TO OVNPROJ-RECORD
              MOVE WS-NIGHT TO OVNPROJ-NIGHT
              MOVE WS-NOW-FIELDS(1:14) TO OVNPROJ-RUN-STAMP
              IF SUITE-COMPLETE
                 MOVE 'C' TO OVNPROJ-SUITE-STATE
              ELSE
                 MOVE 'P' TO OVNPROJ-SUITE-STATE
              END-IF
              MOVE JT-END-SECS(WS-FINISH-SUB) TO WS-WORK-SECS
              PERFORM FORMAT-CLOCK-TIME
              COMPUTE WS-DATE-INT = WS-EVENING-INT
                  + JT-END-SECS(WS-FINISH-SUB) / 86400
              COMPUTE OVNPROJ-FINISH-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              MOVE WS-CLOCK-HHMM TO OVNPROJ-FINISH-TIME
              MOVE WS-DEADLINE-HHMM TO OVNPROJ-DEADLINE-TIME
              IF WS-MARGIN-SECS IS LESS THAN 0
                 MOVE 'L' TO OVNPROJ-WINDOW-STATE
                 COMPUTE OVNPROJ-MARGIN-MINUTES =
                     (0 - WS-MARGIN-SECS) / 60
              ELSE
                 MOVE 'O' TO OVNPROJ-WINDOW-STATE
                 COMPUTE OVNPROJ-MARGIN-MINUTES = WS-MARGIN-SECS / 60
              END-IF
              MOVE JT-JOBNAME(WS-FINISH-SUB) TO OVNPROJ-FINISH-JOB
              MOVE RC-SLOW-JOBS TO OVNPROJ-SLOW-JOBS
              WRITE OVNPROJ-RECORD
           END-IF
           CLOSE Projection-Output
           .
       WRITE-PROJECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FORMAT-CLOCK-TIME - seconds into the night as hh:mm on the     *
      * clock (and hhmm in WS-CLOCK-HHMM).                             *
      *----------------------------------------------------------------*
       FORMAT-CLOCK-TIME SECTION.
           IF WS-WORK-SECS IS LESS THAN 0
              MOVE 0 TO WS-WORK-SECS
           END-IF
           COMPUTE WS-WORK-SECS = FUNCTION MOD(WS-WORK-SECS, 86400)
           COMPUTE WS-CLOCK-HH = WS-WORK-SECS / 3600
           COMPUTE WS-CLOCK-MM =
               FUNCTION MOD(WS-WORK-SECS, 3600) / 60
           COMPUTE WS-CLOCK-HHMM = WS-CLOCK-HH * 100 + WS-CLOCK-MM
           .
       FORMAT-CLOCK-TIME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing.                                                *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-NIGHT TO RT-NIGHT.
           MOVE WS-NOW-HH TO WS-CLOCK-HH.
           MOVE WS-NOW-MM TO WS-CLOCK-MM.
           MOVE WS-CLOCK-TEXT TO RT-AS-AT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       WRITE-SECTION-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADER-EXIT.
           EXIT.

       WRITE-SECTION-TEXT SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-TEXT-EXIT.
           EXIT.

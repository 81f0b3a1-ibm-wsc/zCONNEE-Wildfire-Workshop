              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PROBLOG-FILE-STATUS.

           SELECT Incident-File ASSIGN TO INCIDENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS INCIDENT-KEY
              FILE STATUS IS INCIDENT-FILE-STATUS.

           SELECT Report-Output ASSIGN TO PROBRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Problem-Log.
       COPY PROBLOG SUPPRESS.

       FD  Incident-File.
       COPY INCIDENT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 PROBLOG-EOF             VALUE 'Y'.
       01 INCIDENT-FILE-STATUS        PIC X(2).
           88 INCIDENT-NORMAL         VALUE '00'.
       01 WS-INCIDENT-EOF-SW          PIC X(01) VALUE 'N'.
           88 INCIDENT-EOF            VALUE 'Y'.

      * The report day is the day before the run (the overnight just
      * finished); it is compared with the day before that and with
       01 WS-TOP-PICK                 PIC 9(04) COMP VALUE 0.
       01 WS-WEEK-AVG                 PIC 9(06)V99 COMP-3 VALUE 0.

      * Incident workflow tallies from INCIDENT (raised and worked on
      * the INCMNT transaction): what is open now, what was raised
      * and closed on the report day and over the trailing week, and
      * the minutes from an incident's first entry to its close,
      * summed for the mean time to close.
       01 WS-INCIDENT-TALLIES.
           05 IT-OPEN-ACKNOWLEDGED    PIC 9(08) COMP VALUE 0.
           05 IT-OPEN-ASSIGNED        PIC 9(08) COMP VALUE 0.
           05 IT-RAISED-DAY           PIC 9(08) COMP VALUE 0.
           05 IT-CLOSED-DAY           PIC 9(08) COMP VALUE 0.
           05 IT-CLOSED-WEEK          PIC 9(08) COMP VALUE 0.
           05 IT-CLOSED-ALL           PIC 9(08) COMP VALUE 0.
           05 IT-MINUTES-DAY          PIC 9(11) COMP VALUE 0.
           05 IT-MINUTES-WEEK         PIC 9(11) COMP VALUE 0.
           05 IT-MINUTES-ALL          PIC 9(11) COMP VALUE 0.
       01 WS-INCIDENT-AVAIL-SW        PIC X(01) VALUE 'Y'.
           88 INCIDENT-AVAILABLE      VALUE 'Y'.
       01 WS-CLOSE-FIELDS.
           05 WS-CLOSED-DATE          PIC 9(08).
           05 WS-FIRST-DATE           PIC 9(08).
           05 WS-CLOSED-HH            PIC 9(02).
           05 WS-CLOSED-MM            PIC 9(02).
           05 WS-FIRST-HH             PIC 9(02).
           05 WS-FIRST-MM             PIC 9(02).
           05 WS-CLOSE-MINUTES        PIC S9(09) COMP.
       01 WS-MEAN-HOURS               PIC 9(07)V9 COMP-3 VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-DAY-RECORDS          PIC 9(08) COMP VALUE 0.
           05 RC-INCIDENTS-READ       PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-TEXT             PIC X(90).

       01 WS-INCIDENT-LINE.
           05 IL-LABEL            PIC X(26).
           05 IL-COUNT            PIC ZZZ,ZZ9.
           05 IL-MEAN-TEXT        PIC X(24).
           05 IL-MEAN-HOURS       PIC Z,ZZZ,ZZ9.9.

      *----------------------------------------------------------------*

      ******************************************************************

           CLOSE Problem-Log.

           PERFORM TALLY-INCIDENTS

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-PROGRAM-SECTION
           PERFORM WRITE-ERRCODE-SECTION
           PERFORM WRITE-HOUR-SECTION
           PERFORM WRITE-TOP-DETAILS-SECTION
           PERFORM WRITE-INCIDENT-SECTION

           CLOSE Report-Output.

           DISPLAY " PROBRPT End-of-job reconciliation"
           DISPLAY "   PROBLOG records read : " RC-RECORDS-READ
           DISPLAY "   Report-day records   : " RC-DAY-RECORDS
           DISPLAY "   INCIDENT records read: " RC-INCIDENTS-READ
           DISPLAY "======================================".

       MAINLINE-EXIT.
       SCAN-FOR-TOP-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TALLY-INCIDENTS - one pass over INCIDENT. An incident is open  *
      * or closed as it stands at the run; raised and closed are       *
      * bucketed by the day of the first entry and of the close. Time  *
      * to close runs from the first entry grouped under the incident  *
      * to its close. A missing INCIDENT file leaves the section       *
      * marked unavailable without failing the report.                 *
      *----------------------------------------------------------------*
       TALLY-INCIDENTS SECTION.
           OPEN INPUT Incident-File
           IF NOT INCIDENT-NORMAL
              DISPLAY "WARNING: unable to open INCIDENT, status="
                      INCIDENT-FILE-STATUS
              MOVE 'N' TO WS-INCIDENT-AVAIL-SW
              MOVE 4 TO RETURN-CODE
              GO TO TALLY-INCIDENTS-EXIT
           END-IF
           PERFORM READ-NEXT-INCIDENT
           PERFORM TALLY-ONE-INCIDENT
               UNTIL INCIDENT-EOF
           CLOSE Incident-File
           .
       TALLY-INCIDENTS-EXIT.
           EXIT.

       READ-NEXT-INCIDENT SECTION.
           READ Incident-File
              AT END
                 MOVE 'Y' TO WS-INCIDENT-EOF-SW
           END-READ
           .
       READ-NEXT-INCIDENT-EXIT.
           EXIT.

       TALLY-ONE-INCIDENT SECTION.
           ADD 1 TO RC-INCIDENTS-READ
           IF INCIDENT-FIRST-SEEN(1:8) IS EQUAL TO WS-REPORT-DAY
              ADD 1 TO IT-RAISED-DAY
           END-IF
           EVALUATE TRUE
              WHEN INCIDENT-ACKNOWLEDGED
                 ADD 1 TO IT-OPEN-ACKNOWLEDGED
              WHEN INCIDENT-ASSIGNED
                 ADD 1 TO IT-OPEN-ASSIGNED
              WHEN INCIDENT-CLOSED
                 PERFORM TALLY-CLOSED-INCIDENT
           END-EVALUATE
           PERFORM READ-NEXT-INCIDENT
           .
       TALLY-ONE-INCIDENT-EXIT.
           EXIT.

       TALLY-CLOSED-INCIDENT SECTION.
           ADD 1 TO IT-CLOSED-ALL
           IF INCIDENT-CLOSED-AT(1:12) IS NOT NUMERIC
              OR INCIDENT-FIRST-SEEN(1:12) IS NOT NUMERIC
              GO TO TALLY-CLOSED-INCIDENT-EXIT
           END-IF
           MOVE INCIDENT-CLOSED-AT(1:8) TO WS-CLOSED-DATE
           MOVE INCIDENT-CLOSED-AT(9:2) TO WS-CLOSED-HH
           MOVE INCIDENT-CLOSED-AT(11:2) TO WS-CLOSED-MM
           MOVE INCIDENT-FIRST-SEEN(1:8) TO WS-FIRST-DATE
           MOVE INCIDENT-FIRST-SEEN(9:2) TO WS-FIRST-HH
           MOVE INCIDENT-FIRST-SEEN(11:2) TO WS-FIRST-MM
           COMPUTE WS-CLOSE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)) * 1440
               + (WS-CLOSED-HH * 60 + WS-CLOSED-MM)
               - (WS-FIRST-HH * 60 + WS-FIRST-MM)
           IF WS-CLOSE-MINUTES IS LESS THAN 0
              MOVE 0 TO WS-CLOSE-MINUTES
           END-IF
           ADD WS-CLOSE-MINUTES TO IT-MINUTES-ALL
           IF WS-CLOSED-DATE IS EQUAL TO WS-REPORT-DAY
              ADD 1 TO IT-CLOSED-DAY
              ADD WS-CLOSE-MINUTES TO IT-MINUTES-DAY
           END-IF
           IF WS-CLOSED-DATE IS NOT LESS THAN WS-WEEK-START
              AND WS-CLOSED-DATE IS NOT GREATER THAN WS-WEEK-END
              ADD 1 TO IT-CLOSED-WEEK
              ADD WS-CLOSE-MINUTES TO IT-MINUTES-WEEK
           END-IF
           .
       TALLY-CLOSED-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-INCIDENT-SECTION - open against closed, with the mean    *
      * hours from first entry to close for the report day, the        *
      * trailing week and every incident closed.                       *
      *----------------------------------------------------------------*
       WRITE-INCIDENT-SECTION SECTION.
           MOVE 'INCIDENTS' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF NOT INCIDENT-AVAILABLE
              MOVE SPACES TO REPORT-LINE
              MOVE 'INCIDENT FILE UNAVAILABLE' TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO WRITE-INCIDENT-SECTION-EXIT
           END-IF

           MOVE 'OPEN - ACKNOWLEDGED' TO IL-LABEL
           MOVE IT-OPEN-ACKNOWLEDGED TO IL-COUNT
           PERFORM WRITE-INCIDENT-COUNT-LINE
           MOVE 'OPEN - ASSIGNED' TO IL-LABEL
           MOVE IT-OPEN-ASSIGNED TO IL-COUNT
           PERFORM WRITE-INCIDENT-COUNT-LINE
           MOVE 'RAISED ON REPORT DAY' TO IL-LABEL
           MOVE IT-RAISED-DAY TO IL-COUNT
           PERFORM WRITE-INCIDENT-COUNT-LINE

           MOVE 'CLOSED ON REPORT DAY' TO IL-LABEL
           MOVE IT-CLOSED-DAY TO IL-COUNT
           MOVE 0 TO WS-MEAN-HOURS
           IF IT-CLOSED-DAY IS GREATER THAN 0
              COMPUTE WS-MEAN-HOURS ROUNDED =
                  IT-MINUTES-DAY / IT-CLOSED-DAY / 60
           END-IF
           PERFORM WRITE-INCIDENT-MEAN-LINE
           MOVE 'CLOSED IN TRAILING WEEK' TO IL-LABEL
           MOVE IT-CLOSED-WEEK TO IL-COUNT
           MOVE 0 TO WS-MEAN-HOURS
           IF IT-CLOSED-WEEK IS GREATER THAN 0
              COMPUTE WS-MEAN-HOURS ROUNDED =
                  IT-MINUTES-WEEK / IT-CLOSED-WEEK / 60
           END-IF
           PERFORM WRITE-INCIDENT-MEAN-LINE
           MOVE 'CLOSED, ALL' TO IL-LABEL
           MOVE IT-CLOSED-ALL TO IL-COUNT
           MOVE 0 TO WS-MEAN-HOURS
           IF IT-CLOSED-ALL IS GREATER THAN 0
              COMPUTE WS-MEAN-HOURS ROUNDED =
                  IT-MINUTES-ALL / IT-CLOSED-ALL / 60
           END-IF
           PERFORM WRITE-INCIDENT-MEAN-LINE
           .
       WRITE-INCIDENT-SECTION-EXIT.
           EXIT.

       WRITE-INCIDENT-COUNT-LINE SECTION.
           MOVE SPACES TO IL-MEAN-TEXT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-INCIDENT-LINE(1:33) TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-INCIDENT-COUNT-LINE-EXIT.
           EXIT.

       WRITE-INCIDENT-MEAN-LINE SECTION.
           MOVE '  MEAN HOURS TO CLOSE: ' TO IL-MEAN-TEXT
           MOVE WS-MEAN-HOURS TO IL-MEAN-HOURS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-INCIDENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-INCIDENT-MEAN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing.                                                *
      *----------------------------------------------------------------*

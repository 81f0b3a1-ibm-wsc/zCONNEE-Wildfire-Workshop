       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = RUNPRPT                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPRPT.
      * Nightly listing of the run-parameter registry: every parameter
      * in force tonight on RUNPARM, by program, with its value, the
      * date it took effect and who set it; every change keyed for a
      * later day under it as pending; and every parameter RUNPDEFS
      * registers that has no value in force, with the fallback the
      * program is running on instead. A RUNPARM row for a parameter
      * RUNPDEFS does not register is listed and flagged - no program
      * reads it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Parms ASSIGN TO RUNPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RUNPARM-KEY OF RUNPARM-RECORD
              FILE STATUS IS RUNPARM-FILE-STATUS.

           SELECT Report-Output ASSIGN TO RUNPLST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Run-Parms.
       COPY RUNPARM SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 RUNPARM-FILE-STATUS         PIC X(2).
           88 RUNPARM-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 RUNPARM-EOF             VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(08).

       COPY RUNPDEFS SUPPRESS.

      * Which registered parameters had a row on the file.
       01 WS-DEF-SEEN-TABLE.
           05 WS-DEF-SEEN             PIC X(01) OCCURS 50 TIMES.
       01 WS-DEF-SUB                  PIC 9(04) COMP VALUE 0.

      * The parameter being worked: its key, whether RUNPDEFS knows
      * it, and the newest row in force so far.
       01 WS-GROUP-FIELDS.
           05 WS-GROUP-PROGRAM        PIC X(08) VALUE SPACES.
           05 WS-GROUP-NAME           PIC X(16) VALUE SPACES.
           05 WS-GROUP-REG-SW         PIC X(01) VALUE 'N'.
               88 GROUP-REGISTERED    VALUE 'Y'.
           05 WS-GROUP-LISTED-SW      PIC X(01) VALUE 'N'.
               88 GROUP-IN-FORCE-LISTED VALUE 'Y'.
           05 WS-GROUP-DEF-SUB        PIC 9(04) COMP VALUE 0.
           05 WS-FORCE-FOUND-SW       PIC X(01) VALUE 'N'.
               88 VALUE-IN-FORCE      VALUE 'Y'.
           05 WS-FORCE-EFFDATE        PIC 9(08).
           05 WS-FORCE-VALUE          PIC X(40).
           05 WS-FORCE-CHANGED-BY     PIC X(08).
           05 WS-FORCE-CHANGED-AT     PIC X(16).

       01 RECONCILIATION-COUNTS.
           05 RC-ROWS-READ            PIC 9(08) COMP VALUE 0.
           05 RC-IN-FORCE             PIC 9(08) COMP VALUE 0.
           05 RC-PENDING              PIC 9(08) COMP VALUE 0.
           05 RC-NOT-SET              PIC 9(08) COMP VALUE 0.
           05 RC-UNREGISTERED         PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(40) VALUE
              'RUN PARAMETERS IN FORCE -               '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(48) VALUE
              'STATUS     PROGRAM  PARAMETER        EFFECTIVE'.
           05 FILLER              PIC X(48) VALUE
              'VALUE (OR FALLBACK WHEN NOT SET)                '.
           05 FILLER              PIC X(24) VALUE
              'SET BY    SET ON    NOTE'.

       01 WS-PARM-LINE.
           05 PL-STATUS           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-PROGRAM          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-NAME             PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-EFFDATE          PIC X(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 PL-VALUE            PIC X(40).
           05 FILLER              PIC X(08) VALUE SPACES.
           05 PL-CHANGED-BY       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-CHANGED-ON       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-NOTE             PIC X(12).

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(30).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ALL 'N' TO WS-DEF-SEEN-TABLE

           OPEN INPUT Run-Parms
           IF NOT RUNPARM-NORMAL
              DISPLAY "ERROR: unable to open RUNPARM, status="
                      RUNPARM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open RUNPLST, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Run-Parms
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-PARM-ROW
           PERFORM PROCESS-ONE-PARM-ROW
               UNTIL RUNPARM-EOF
           IF WS-GROUP-PROGRAM NOT = SPACES
              PERFORM FINISH-PARAMETER
           END-IF

           PERFORM LIST-UNSET-PARAMETERS
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > RUNPDEFS-COUNT

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE Run-Parms.
           CLOSE Report-Output.

           IF RC-UNREGISTERED IS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       READ-NEXT-PARM-ROW SECTION.
           READ Run-Parms NEXT RECORD
           IF NOT RUNPARM-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
       READ-NEXT-PARM-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROCESS-ONE-PARM-ROW - the rows of a parameter arrive oldest   *
      * effective date first: each one already in force replaces the   *
      * last as the value in force; the first one keyed for a later    *
      * day lists the value in force ahead of the pending changes.     *
      *----------------------------------------------------------------*
       PROCESS-ONE-PARM-ROW SECTION.
           ADD 1 TO RC-ROWS-READ

           IF RUNPARM-PROGRAM NOT = WS-GROUP-PROGRAM
              OR RUNPARM-NAME NOT = WS-GROUP-NAME
              IF WS-GROUP-PROGRAM NOT = SPACES
                 PERFORM FINISH-PARAMETER
              END-IF
              PERFORM START-PARAMETER
           END-IF

           IF RUNPARM-EFFDATE IS NOT GREATER THAN WS-RUN-DATE
              MOVE 'Y' TO WS-FORCE-FOUND-SW
              MOVE RUNPARM-EFFDATE TO WS-FORCE-EFFDATE
              MOVE RUNPARM-VALUE TO WS-FORCE-VALUE
              MOVE RUNPARM-CHANGED-BY TO WS-FORCE-CHANGED-BY
              MOVE RUNPARM-CHANGED-AT TO WS-FORCE-CHANGED-AT
           ELSE
              IF NOT GROUP-IN-FORCE-LISTED
                 PERFORM LIST-VALUE-IN-FORCE
              END-IF
              ADD 1 TO RC-PENDING
              MOVE SPACES TO WS-PARM-LINE
              MOVE 'PENDING' TO PL-STATUS
              MOVE WS-GROUP-PROGRAM TO PL-PROGRAM
              MOVE WS-GROUP-NAME TO PL-NAME
              MOVE RUNPARM-EFFDATE TO PL-EFFDATE
              MOVE RUNPARM-VALUE TO PL-VALUE
              MOVE RUNPARM-CHANGED-BY TO PL-CHANGED-BY
              MOVE RUNPARM-CHANGED-AT(1:8) TO PL-CHANGED-ON
              PERFORM WRITE-PARM-LINE
           END-IF

           PERFORM READ-NEXT-PARM-ROW
           .
       PROCESS-ONE-PARM-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * START-PARAMETER - a new program and name: looks it up on       *
      * RUNPDEFS and notes that it has rows on the file.               *
      *----------------------------------------------------------------*
       START-PARAMETER SECTION.
           MOVE RUNPARM-PROGRAM TO WS-GROUP-PROGRAM
           MOVE RUNPARM-NAME TO WS-GROUP-NAME
           MOVE 'N' TO WS-GROUP-REG-SW
           MOVE 'N' TO WS-GROUP-LISTED-SW
           MOVE 'N' TO WS-FORCE-FOUND-SW
           MOVE 0 TO WS-GROUP-DEF-SUB
           SET RUNPDEFS-IX TO 1
           SEARCH RUNPDEFS-ENTRY
              AT END
                 ADD 1 TO RC-UNREGISTERED
              WHEN RUNPDEFS-PROGRAM(RUNPDEFS-IX) = RUNPARM-PROGRAM
                   AND RUNPDEFS-NAME(RUNPDEFS-IX) = RUNPARM-NAME
                 MOVE 'Y' TO WS-GROUP-REG-SW
                 SET WS-GROUP-DEF-SUB TO RUNPDEFS-IX
                 MOVE 'Y' TO WS-DEF-SEEN(WS-GROUP-DEF-SUB)
           END-SEARCH
           .
       START-PARAMETER-EXIT.
           EXIT.

       FINISH-PARAMETER SECTION.
           IF NOT GROUP-IN-FORCE-LISTED
              PERFORM LIST-VALUE-IN-FORCE
           END-IF
           .
       FINISH-PARAMETER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-VALUE-IN-FORCE - the value in force for the parameter, or *
      * NOT SET with the fallback when every row is still to come.     *
      *----------------------------------------------------------------*
       LIST-VALUE-IN-FORCE SECTION.
           MOVE 'Y' TO WS-GROUP-LISTED-SW
           MOVE SPACES TO WS-PARM-LINE
           MOVE WS-GROUP-PROGRAM TO PL-PROGRAM
           MOVE WS-GROUP-NAME TO PL-NAME
           IF VALUE-IN-FORCE
              ADD 1 TO RC-IN-FORCE
              MOVE 'IN FORCE' TO PL-STATUS
              MOVE WS-FORCE-EFFDATE TO PL-EFFDATE
              MOVE WS-FORCE-VALUE TO PL-VALUE
              MOVE WS-FORCE-CHANGED-BY TO PL-CHANGED-BY
              MOVE WS-FORCE-CHANGED-AT(1:8) TO PL-CHANGED-ON
           ELSE
              ADD 1 TO RC-NOT-SET
              MOVE 'NOT SET' TO PL-STATUS
              IF GROUP-REGISTERED
                 MOVE RUNPDEFS-FALLBACK(WS-GROUP-DEF-SUB) TO PL-VALUE
              END-IF
           END-IF
           IF NOT GROUP-REGISTERED
              MOVE 'UNREGISTERED' TO PL-NOTE
           END-IF
           PERFORM WRITE-PARM-LINE
           .
       LIST-VALUE-IN-FORCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-UNSET-PARAMETERS - a registered parameter with no row on  *
      * the file at all runs on its fallback.                          *
      *----------------------------------------------------------------*
       LIST-UNSET-PARAMETERS SECTION.
           IF WS-DEF-SEEN(WS-DEF-SUB) = 'Y'
              GO TO LIST-UNSET-PARAMETERS-EXIT
           END-IF
           ADD 1 TO RC-NOT-SET
           MOVE SPACES TO WS-PARM-LINE
           MOVE 'NOT SET' TO PL-STATUS
           MOVE RUNPDEFS-PROGRAM(WS-DEF-SUB) TO PL-PROGRAM
           MOVE RUNPDEFS-NAME(WS-DEF-SUB) TO PL-NAME
           MOVE RUNPDEFS-FALLBACK(WS-DEF-SUB) TO PL-VALUE
           PERFORM WRITE-PARM-LINE
           .
       LIST-UNSET-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PARM-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PARM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-PARM-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'RUNPARM ROWS READ:          ' TO CN-LABEL.
           MOVE RC-ROWS-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'PARAMETERS IN FORCE:        ' TO CN-LABEL.
           MOVE RC-IN-FORCE TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CHANGES PENDING:            ' TO CN-LABEL.
           MOVE RC-PENDING TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'ON FALLBACK (NOT SET):      ' TO CN-LABEL.
           MOVE RC-NOT-SET TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'UNREGISTERED PARAMETERS:    ' TO CN-LABEL.
           MOVE RC-UNREGISTERED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           DISPLAY "======================================"
           DISPLAY " RUNPRPT End-of-job reconciliation"
           DISPLAY "   RUNPARM rows read    : " RC-ROWS-READ
           DISPLAY "   Parameters in force  : " RC-IN-FORCE
           DISPLAY "   Changes pending      : " RC-PENDING
           DISPLAY "   On fallback (not set): " RC-NOT-SET
           DISPLAY "   Unregistered         : " RC-UNREGISTERED
           DISPLAY "======================================"
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-COUNT-LINE-EXIT.
           EXIT.

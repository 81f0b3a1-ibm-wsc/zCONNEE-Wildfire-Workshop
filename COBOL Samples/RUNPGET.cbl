       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = RUNPGET                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPGET.
      * The run-parameter lookup, CALLed by every batch and IMS program
      * whose tuning values are kept on the RUNPARM registry; the CICS
      * programs reach the same registry through RUNPGETC. Answers the
      * value in force for a program and parameter name: the row with
      * the newest effective date not after the day asked about. The
      * file is opened on the first call and stays open until the
      * caller's end-of-run call. When RUNPARM cannot be opened every
      * lookup reports the registry unavailable and the caller keeps
      * its own fallback value. See RUNPLOOK for the functions.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Parms ASSIGN TO RUNPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNPARM-KEY OF RUNPARM-RECORD
              FILE STATUS IS RUNPARM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Run-Parms.
       COPY RUNPARM SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 RUNPARM-FILE-STATUS         PIC X(2).
           88 RUNPARM-NORMAL          VALUE '00'.
       01 WS-FILE-STATE-SW            PIC X(01) VALUE 'N'.
           88 PARM-FILE-CLOSED        VALUE 'N'.
           88 PARM-FILE-OPEN          VALUE 'Y'.
           88 PARM-FILE-FAILED        VALUE 'F'.
       01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88 PARM-BROWSE-DONE        VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       COPY RUNPLOOK.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING RUNPLOOK-AREA.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           EVALUATE TRUE
              WHEN RUNPLOOK-GET
                 PERFORM FIND-VALUE-IN-FORCE
              WHEN RUNPLOOK-END-OF-RUN
                 IF PARM-FILE-OPEN
                    CLOSE Run-Parms
                 END-IF
                 MOVE 'N' TO WS-FILE-STATE-SW
              WHEN OTHER
                 MOVE 'U' TO RUNPLOOK-RESULT
           END-EVALUATE.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * FIND-VALUE-IN-FORCE - browses the program's rows for the name  *
      * from the oldest effective date up, keeping the last one whose  *
      * date has arrived.                                              *
      *----------------------------------------------------------------*
       FIND-VALUE-IN-FORCE SECTION.
           MOVE 'N' TO RUNPLOOK-RESULT
           MOVE 0 TO RUNPLOOK-EFFDATE
           MOVE SPACES TO RUNPLOOK-VALUE
           IF RUNPLOOK-AS-OF-DATE IS NUMERIC
              AND RUNPLOOK-AS-OF-DATE > 0
              MOVE RUNPLOOK-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           PERFORM OPEN-PARM-FILE
           IF NOT PARM-FILE-OPEN
              MOVE 'U' TO RUNPLOOK-RESULT
              GO TO FIND-VALUE-IN-FORCE-EXIT
           END-IF

           MOVE RUNPLOOK-PROGRAM TO RUNPARM-PROGRAM
           MOVE RUNPLOOK-NAME TO RUNPARM-NAME
           MOVE 0 TO RUNPARM-EFFDATE
           START Run-Parms KEY IS NOT LESS THAN
                                  RUNPARM-KEY OF RUNPARM-RECORD
           IF NOT RUNPARM-NORMAL
              GO TO FIND-VALUE-IN-FORCE-EXIT
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE-SW
           PERFORM TEST-ONE-PARM-ROW
               UNTIL PARM-BROWSE-DONE
           .
       FIND-VALUE-IN-FORCE-EXIT.
           EXIT.

       TEST-ONE-PARM-ROW SECTION.
           READ Run-Parms NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-READ
           IF PARM-BROWSE-DONE
              OR NOT RUNPARM-NORMAL
              OR RUNPARM-PROGRAM NOT = RUNPLOOK-PROGRAM
              OR RUNPARM-NAME NOT = RUNPLOOK-NAME
              OR RUNPARM-EFFDATE > WS-AS-OF-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO TEST-ONE-PARM-ROW-EXIT
           END-IF
           MOVE 'F' TO RUNPLOOK-RESULT
           MOVE RUNPARM-EFFDATE TO RUNPLOOK-EFFDATE
           MOVE RUNPARM-VALUE TO RUNPLOOK-VALUE
           .
       TEST-ONE-PARM-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPEN-PARM-FILE - on the first lookup. A failed open is not     *
      * retried within the run.                                        *
      *----------------------------------------------------------------*
       OPEN-PARM-FILE SECTION.
           IF NOT PARM-FILE-CLOSED
              GO TO OPEN-PARM-FILE-EXIT
           END-IF
           OPEN INPUT Run-Parms
           IF NOT RUNPARM-NORMAL
              DISPLAY "WARNING: RUNPARM unavailable, status="
                      RUNPARM-FILE-STATUS
                      " - run parameters take their fallback values"
              MOVE 'F' TO WS-FILE-STATE-SW
              GO TO OPEN-PARM-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-FILE-STATE-SW
           .
       OPEN-PARM-FILE-EXIT.
           EXIT.

      *****************************************************************
      *    RUNPGETC                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPGETC.
      * The CICS side of the run-parameter lookup: LINKed to with the
      * RUNPLOOK area as the COMMAREA by the online programs whose
      * tuning values are kept on RUNPARM (CSCVINC, LOANCICS). Answers
      * the value in force exactly as the batch RUNPGET does - the row
      * with the newest effective date not after the day asked about.
      * A RUNPARM that cannot be browsed is reported unavailable and
      * the caller keeps its own fallback value.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY RUNPLOOK SUPPRESS.
       COPY RUNPARM SUPPRESS.
       01 WS-RESP                     PIC S9(8) COMP VALUE 0.
       01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88 PARM-BROWSE-DONE        VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(08) VALUE 0.
       01 WS-ABS-TIME                 PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE             PIC X(8).

       LINKAGE SECTION.

       01  DFHCOMMAREA                   PIC X(100).

       PROCEDURE DIVISION.

      ***********************************************************
      * Main Program loop starts here....                       *
      ***********************************************************

       MAIN-PROCESS SECTION.

           MOVE DFHCOMMAREA TO RUNPLOOK-AREA.

           EVALUATE TRUE
              WHEN RUNPLOOK-GET
                 PERFORM FIND-VALUE-IN-FORCE
              WHEN RUNPLOOK-END-OF-RUN
                 CONTINUE
              WHEN OTHER
                 MOVE 'U' TO RUNPLOOK-RESULT
           END-EVALUATE.

           MOVE RUNPLOOK-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESS-EXIT.
           EXIT.

      ***********************************************************
      * FIND-VALUE-IN-FORCE - browses the program's rows for the *
      * name from the oldest effective date up, keeping the last *
      * one whose date has arrived.                              *
      ***********************************************************
       FIND-VALUE-IN-FORCE SECTION.

           MOVE 'N' TO RUNPLOOK-RESULT.
           MOVE 0 TO RUNPLOOK-EFFDATE.
           MOVE SPACES TO RUNPLOOK-VALUE.
           IF RUNPLOOK-AS-OF-DATE IS NUMERIC
              AND RUNPLOOK-AS-OF-DATE > 0
              MOVE RUNPLOOK-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
              EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                        YYYYMMDD(WS-CURRENT-DATE)
                        END-EXEC
              MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           END-IF.

           MOVE RUNPLOOK-PROGRAM TO RUNPARM-PROGRAM.
           MOVE RUNPLOOK-NAME TO RUNPARM-NAME.
           MOVE 0 TO RUNPARM-EFFDATE.
           EXEC CICS STARTBR FILE('RUNPARM')
                RIDFLD(RUNPARM-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 GO TO FIND-VALUE-IN-FORCE-EXIT
              WHEN OTHER
                 MOVE 'U' TO RUNPLOOK-RESULT
                 GO TO FIND-VALUE-IN-FORCE-EXIT
           END-EVALUATE.

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           PERFORM TEST-ONE-PARM-ROW
               UNTIL PARM-BROWSE-DONE.
           EXEC CICS ENDBR FILE('RUNPARM')
                RESP(WS-RESP)
                END-EXEC.

       FIND-VALUE-IN-FORCE-EXIT.
           EXIT.

       TEST-ONE-PARM-ROW SECTION.

           EXEC CICS READNEXT FILE('RUNPARM')
                INTO(RUNPARM-RECORD)
                LENGTH(LENGTH OF RUNPARM-RECORD)
                RIDFLD(RUNPARM-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RUNPARM-PROGRAM NOT = RUNPLOOK-PROGRAM
              OR RUNPARM-NAME NOT = RUNPLOOK-NAME
              OR RUNPARM-EFFDATE > WS-AS-OF-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO TEST-ONE-PARM-ROW-EXIT
           END-IF.
           MOVE 'F' TO RUNPLOOK-RESULT.
           MOVE RUNPARM-EFFDATE TO RUNPLOOK-EFFDATE.
           MOVE RUNPARM-VALUE TO RUNPLOOK-VALUE.

       TEST-ONE-PARM-ROW-EXIT.
           EXIT.

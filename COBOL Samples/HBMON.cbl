       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 HRTBEAT-EOF             VALUE 'Y'.

      * Thresholds from the STALEMINUTES and RETRYTHRESHOLD run
      * parameters on RUNPARM, else the JCL PARM as 'mmm,rrr': a
      * heartbeat older than mmm minutes is stale; a retry counter
      * that grew by more than rrr between the last two beats is
      * climbing.
       01 WS-STALE-MINUTES            PIC 9(03) VALUE 5.
       01 WS-RETRY-THRESHOLD          PIC 9(03) VALUE 10.
       COPY RUNPLOOK SUPPRESS.

      * The last and next-to-last heartbeat seen on the file.
       01 WS-LAST-BEAT.
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      * PARM='mmm,rrr' - stale minutes and retry-growth threshold,
      * used where RUNPARM has no value in force; either may be
      * omitted to keep its default.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA.
      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'HBMON' TO RUNPLOOK-PROGRAM
           MOVE 'STALEMINUTES' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-STALE-MINUTES
           ELSE
              IF PARM-LENGTH IS NOT LESS THAN 3
                 AND PARM-STALE IS NUMERIC
                 MOVE PARM-STALE TO WS-STALE-MINUTES
              END-IF
           END-IF
           MOVE 'RETRYTHRESHOLD' TO RUNPLOOK-NAME
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-RETRY-THRESHOLD
           ELSE
              IF PARM-LENGTH IS NOT LESS THAN 7
                 AND PARM-RETRY IS NUMERIC
                 MOVE PARM-RETRY TO WS-RETRY-THRESHOLD
              END-IF
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           OPEN EXTEND Problem-Log
           IF NOT PROBLOG-NORMAL

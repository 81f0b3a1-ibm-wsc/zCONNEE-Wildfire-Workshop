       PROGRAM-ID. APIPROBE.
      * Synthetic end-to-end probe for the z/OS Connect path, run by
      * the scheduler every few minutes against the reserved test
      * NUMB (APIPROBENUMB run parameter, default 999999):
      * a GET through the same getEmployee operation GETAPI calls,
      * then a PUT through CSCVPUTI's updateEmployee operation
      * echoing back the fields the GET returned (so nothing real
       01 PROBLOG-SEQ                 PIC 9(06) VALUE 0.

      * The reserved test customer the probe drives; defaulted and
      * overridable (APIPROBENUMB run parameter on RUNPARM, else the
      * environment variable) so no live customer is ever touched.
       01 WS-PROBE-NUMB-ENV           PIC X(08) VALUE SPACES.
       01 WS-PROBE-NUMB               PIC X(06) VALUE '999999'.
       COPY RUNPLOOK SUPPRESS.

      * Per-leg results: outcome, HTTP code and elapsed seconds at
      * the one-second resolution the batch clock gives.
      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'APIPROBE' TO RUNPLOOK-PROGRAM
           MOVE 'APIPROBENUMB' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:6) NOT = SPACES
              MOVE RUNPLOOK-VALUE(1:6) TO WS-PROBE-NUMB
           ELSE
              DISPLAY "APIPROBENUMB" UPON ENVIRONMENT-NAME
              ACCEPT WS-PROBE-NUMB-ENV FROM ENVIRONMENT-VALUE
              IF WS-PROBE-NUMB-ENV(1:6) NOT = SPACES
                 AND WS-PROBE-NUMB-ENV(1:6) NOT = LOW-VALUES
                 MOVE WS-PROBE-NUMB-ENV(1:6) TO WS-PROBE-NUMB
              END-IF
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA
      *    The probe always makes the real call, whatever state the
      *    z/OS Connect circuit breaker is in.
           MOVE SPACES TO BAQ-BREAKER-PGM-NAME

           OPEN EXTEND Problem-Log
           IF NOT PROBLOG-NORMAL

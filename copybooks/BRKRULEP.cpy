      *----------------------------------------------------------------*
      *  BRKRULEP - shared circuit-breaker rules, used by BAQBRKR and  *
      *  BAQBRKRC so batch, IMS and CICS callers of the same API       *
      *  operation trip and reset the same breaker the same way. COPY  *
      *  this into the PROCEDURE DIVISION. The caller reads the        *
      *  BRKSTATE record for BAQ-BRK-API-NAME/BAQ-BRK-OPERATION (with  *
      *  BRK-RECORD-SW saying whether there was one), puts the current *
      *  time in BRK-NOW-STAMP, and PERFORMs BREAKER-ASK-RULE for an   *
      *  'A' call or BREAKER-REPORT-RULE for an 'R' call. The rules    *
      *  set BAQ-BRK-RESULT, update the record in place and say        *
      *  whether it must be written back (BRK-UPDATE-SW) and whether   *
      *  the breaker opened or closed (BRK-EVENT-SW, with the problem  *
      *  code and detail in BRK-EVENT-CODE/BRK-EVENT-DETAIL and the    *
      *  outage length in BRK-OUTAGE-SECS). Requires COPY BAQRTRY,     *
      *  COPY BRKSTATE and COPY BRKRULE.                               *
      *----------------------------------------------------------------*
       BREAKER-ASK-RULE SECTION.
           MOVE 'A' TO BAQ-BRK-RESULT
           MOVE 'N' TO BRK-UPDATE-SW
           MOVE SPACE TO BRK-EVENT-SW
           IF BRK-RECORD-NEW OR BRKSTATE-CLOSED
              GO TO BREAKER-ASK-RULE-EXIT
           END-IF

      *    Open: counted from the last failure. Half-open: counted
      *    from when the trial call was let through.
           PERFORM BREAKER-NOW-SECS
           IF BRKSTATE-OPEN
              MOVE BRKSTATE-COOL-FROM TO BRK-STAMP-WORK
           ELSE
              MOVE BRKSTATE-TRIAL-AT TO BRK-STAMP-WORK
           END-IF
           PERFORM BREAKER-STAMP-SECS
           MOVE 'Y' TO BRK-UPDATE-SW
           IF BRK-NOW-SECS - BRK-STAMP-SECS < BRK-COOL-SECS
              MOVE 'R' TO BAQ-BRK-RESULT
              IF BRKSTATE-REFUSED-CALLS < 99999999
                 ADD 1 TO BRKSTATE-REFUSED-CALLS
              END-IF
              GO TO BREAKER-ASK-RULE-EXIT
           END-IF

           MOVE 'H' TO BRKSTATE-STATE
           MOVE BRK-NOW-STAMP TO BRKSTATE-TRIAL-AT
           .
       BREAKER-ASK-RULE-EXIT.
           EXIT.

       BREAKER-REPORT-RULE SECTION.
           MOVE 'A' TO BAQ-BRK-RESULT
           MOVE 'N' TO BRK-UPDATE-SW
           MOVE SPACE TO BRK-EVENT-SW
           IF BRK-RECORD-NEW
              IF BAQ-BRK-CALL-ANSWERED
                 GO TO BREAKER-REPORT-RULE-EXIT
              END-IF
              MOVE 'C' TO BRKSTATE-STATE
              MOVE 0 TO BRKSTATE-CONSEC-FAILS
                        BRKSTATE-REFUSED-CALLS
                        BRKSTATE-FAILED-TRIALS
                        BRKSTATE-TIMES-OPENED
              MOVE SPACES TO BRKSTATE-OPENED-AT
                             BRKSTATE-COOL-FROM
                             BRKSTATE-TRIAL-AT
                             BRKSTATE-LAST-CLOSED-AT
           END-IF

           IF BAQ-BRK-CALL-ANSWERED
              IF NOT BRKSTATE-CLOSED
                 PERFORM BREAKER-CLOSE-TRANSITION
              ELSE
                 IF BRKSTATE-CONSEC-FAILS > 0
                    MOVE 0 TO BRKSTATE-CONSEC-FAILS
                    MOVE 'Y' TO BRK-UPDATE-SW
                 END-IF
              END-IF
              GO TO BREAKER-REPORT-RULE-EXIT
           END-IF

           MOVE 'Y' TO BRK-UPDATE-SW
           IF BRKSTATE-CONSEC-FAILS < 99999
              ADD 1 TO BRKSTATE-CONSEC-FAILS
           END-IF
           EVALUATE TRUE
              WHEN BRKSTATE-HALF-OPEN
                 MOVE 'O' TO BRKSTATE-STATE
                 MOVE BRK-NOW-STAMP TO BRKSTATE-COOL-FROM
                 MOVE SPACES TO BRKSTATE-TRIAL-AT
                 IF BRKSTATE-FAILED-TRIALS < 99999
                    ADD 1 TO BRKSTATE-FAILED-TRIALS
                 END-IF
              WHEN BRKSTATE-CLOSED
                 AND BRKSTATE-CONSEC-FAILS NOT < BRK-FAIL-LIMIT
                 PERFORM BREAKER-OPEN-TRANSITION
           END-EVALUATE
           .
       BREAKER-REPORT-RULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BREAKER-OPEN-TRANSITION - the failure limit is reached: every  *
      * caller of the operation is refused for the cool-off.           *
      *----------------------------------------------------------------*
       BREAKER-OPEN-TRANSITION SECTION.
           MOVE 'O' TO BRKSTATE-STATE
           MOVE BRK-NOW-STAMP TO BRKSTATE-OPENED-AT
                                 BRKSTATE-COOL-FROM
           MOVE SPACES TO BRKSTATE-TRIAL-AT
           MOVE 0 TO BRKSTATE-REFUSED-CALLS
                     BRKSTATE-FAILED-TRIALS
           IF BRKSTATE-TIMES-OPENED < 99999
              ADD 1 TO BRKSTATE-TIMES-OPENED
           END-IF
           MOVE 0 TO BRK-OUTAGE-SECS
           MOVE 'O' TO BRK-EVENT-SW
           MOVE 'BRKOPEN ' TO BRK-EVENT-CODE
           MOVE BRKSTATE-CONSEC-FAILS TO BRK-COUNT-DISPLAY
           MOVE SPACES TO BRK-EVENT-DETAIL
           STRING BRKSTATE-API-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BRKSTATE-OPERATION DELIMITED BY SPACE
                  ' BREAKER OPENED AFTER ' DELIMITED BY SIZE
                  FUNCTION TRIM(BRK-COUNT-DISPLAY) DELIMITED BY SIZE
                  ' CONSECUTIVE FAILURES' DELIMITED BY SIZE
                  INTO BRK-EVENT-DETAIL
           .
       BREAKER-OPEN-TRANSITION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BREAKER-CLOSE-TRANSITION - a call got through: the outage is   *
      * over, measured from when the breaker opened.                   *
      *----------------------------------------------------------------*
       BREAKER-CLOSE-TRANSITION SECTION.
           PERFORM BREAKER-NOW-SECS
           MOVE BRKSTATE-OPENED-AT TO BRK-STAMP-WORK
           PERFORM BREAKER-STAMP-SECS
           IF BRK-STAMP-SECS = 0
              OR BRK-NOW-SECS < BRK-STAMP-SECS
              MOVE 0 TO BRK-OUTAGE-SECS
           ELSE
              COMPUTE BRK-OUTAGE-SECS = BRK-NOW-SECS - BRK-STAMP-SECS
                  ON SIZE ERROR
                     MOVE 99999999 TO BRK-OUTAGE-SECS
              END-COMPUTE
           END-IF
           MOVE 'C' TO BRK-EVENT-SW
           MOVE 'BRKCLOSE' TO BRK-EVENT-CODE
           MOVE BRK-OUTAGE-SECS TO BRK-SECS-DISPLAY
           MOVE BRKSTATE-REFUSED-CALLS TO BRK-COUNT-DISPLAY
           MOVE SPACES TO BRK-EVENT-DETAIL
           STRING BRKSTATE-API-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BRKSTATE-OPERATION DELIMITED BY SPACE
                  ' BREAKER CLOSED AFTER ' DELIMITED BY SIZE
                  FUNCTION TRIM(BRK-SECS-DISPLAY) DELIMITED BY SIZE
                  ' SECS, ' DELIMITED BY SIZE
                  FUNCTION TRIM(BRK-COUNT-DISPLAY) DELIMITED BY SIZE
                  ' CALLS REFUSED' DELIMITED BY SIZE
                  INTO BRK-EVENT-DETAIL
           MOVE 'C' TO BRKSTATE-STATE
           MOVE 0 TO BRKSTATE-CONSEC-FAILS
           MOVE SPACES TO BRKSTATE-COOL-FROM
                          BRKSTATE-TRIAL-AT
           MOVE BRK-NOW-STAMP TO BRKSTATE-LAST-CLOSED-AT
           MOVE 'Y' TO BRK-UPDATE-SW
           .
       BREAKER-CLOSE-TRANSITION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Seconds since day 1 of the Gregorian calendar, for comparing   *
      * the YYYYMMDDHHMMSS stamps across midnight.                     *
      *----------------------------------------------------------------*
       BREAKER-NOW-SECS SECTION.
           MOVE BRK-NOW-STAMP TO BRK-STAMP-WORK
           PERFORM BREAKER-STAMP-SECS
           MOVE BRK-STAMP-SECS TO BRK-NOW-SECS
           .
       BREAKER-NOW-SECS-EXIT.
           EXIT.

       BREAKER-STAMP-SECS SECTION.
           MOVE 0 TO BRK-STAMP-SECS
           IF BRK-STAMP-WORK IS NOT NUMERIC
              GO TO BREAKER-STAMP-SECS-EXIT
           END-IF
           COMPUTE BRK-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BRK-STAMP-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(BRK-STAMP-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(BRK-STAMP-WORK(11:2)) * 60
               + FUNCTION NUMVAL(BRK-STAMP-WORK(13:2))
           .
       BREAKER-STAMP-SECS-EXIT.
           EXIT.

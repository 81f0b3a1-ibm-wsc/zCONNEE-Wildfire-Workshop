      *****************************************************************
      *    BAQBRKRC                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQBRKRC.
      * The CICS side of the shared z/OS Connect circuit breaker:
      * LINKed to with the BAQ-BREAKER-AREA of BAQRTRY as the COMMAREA
      * by the CICS BAQCSTUB callers (LOANAPIR), before each call to
      * ask whether it may go ahead and after it to report how it
      * went. Trips and resets the same BRKSTATE breaker as the batch
      * BAQBRKR, under the same rules, with the default failure limit
      * and cool-off. Each open and close is written to PROBLOG and to
      * CSMT; a BRKSTATE that cannot be read lets the call go ahead.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY BAQRTRY SUPPRESS.
       COPY BRKRULE SUPPRESS.
       COPY BRKSTATE SUPPRESS.
       COPY PROBLOG SUPPRESS.
       01 WS-RESP                     PIC S9(8) COMP VALUE 0.
       01 WS-USERID                   PIC X(08) VALUE SPACES.
       01 MESSAGE-TO-SEND             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.

       01  DFHCOMMAREA                   PIC X(80).

       PROCEDURE DIVISION.

      ***********************************************************
      * Main Program loop starts here....                       *
      ***********************************************************

       MAIN-PROCESS SECTION.

           MOVE DFHCOMMAREA TO BAQ-BREAKER-AREA.
           MOVE 'A' TO BAQ-BRK-RESULT.
           MOVE SPACE TO BAQ-BRK-STATE.
           IF NOT BAQ-BRK-ASK AND NOT BAQ-BRK-REPORT
              GO TO MAIN-PROCESS-RETURN
           END-IF.

           MOVE BAQ-BRK-API-NAME TO BRKSTATE-API-NAME.
           MOVE BAQ-BRK-OPERATION TO BRKSTATE-OPERATION.
           EXEC CICS READ FILE('BRKSTATE')
                INTO(BRKSTATE-RECORD)
                RIDFLD(BRKSTATE-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO BRK-RECORD-SW
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO BRK-RECORD-SW
                 MOVE BAQ-BRK-API-NAME TO BRKSTATE-API-NAME
                 MOVE BAQ-BRK-OPERATION TO BRKSTATE-OPERATION
              WHEN OTHER
                 GO TO MAIN-PROCESS-RETURN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO BRK-NOW-STAMP.
           IF BAQ-BRK-ASK
              PERFORM BREAKER-ASK-RULE
           ELSE
              PERFORM BREAKER-REPORT-RULE
           END-IF.

           EVALUATE TRUE
              WHEN BRK-UPDATE-NEEDED AND BRK-RECORD-FOUND
                 EXEC CICS REWRITE FILE('BRKSTATE')
                      FROM(BRKSTATE-RECORD)
                      RESP(WS-RESP)
                      END-EXEC
              WHEN BRK-UPDATE-NEEDED
                 EXEC CICS WRITE FILE('BRKSTATE')
                      FROM(BRKSTATE-RECORD)
                      RIDFLD(BRKSTATE-KEY)
                      RESP(WS-RESP)
                      END-EXEC
              WHEN BRK-RECORD-FOUND
                 EXEC CICS UNLOCK FILE('BRKSTATE')
                      RESP(WS-RESP)
                      END-EXEC
           END-EVALUATE.
           IF NOT BRK-NO-EVENT
              PERFORM RECORD-BREAKER-EVENT
           END-IF.
           MOVE BRKSTATE-STATE TO BAQ-BRK-STATE.

       MAIN-PROCESS-RETURN.
           MOVE BAQ-BREAKER-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESS-EXIT.
           EXIT.

      ***********************************************************
      * RECORD-BREAKER-EVENT - the breaker opened or closed: one *
      * PROBLOG entry for PROBALRT and MORNRPT, and the same     *
      * text to CSMT.                                            *
      ***********************************************************
       RECORD-BREAKER-EVENT SECTION.

           MOVE SPACES TO MESSAGE-TO-SEND.
           STRING 'BAQBRKRC: ' BRK-EVENT-DETAIL
                  DELIMITED BY SIZE INTO MESSAGE-TO-SEND.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                     FROM(MESSAGE-TO-SEND)
                     LENGTH(LENGTH OF MESSAGE-TO-SEND)
                     END-EXEC.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE FUNCTION CURRENT-DATE(1:16) TO PROBLOG-TIMESTAMP.
           MOVE 1 TO PROBLOG-SEQUENCE.
           MOVE EIBTASKN TO PROBLOG-TASKNUM.
           MOVE 'BAQBRKRC' TO PROBLOG-PROGRAM-NAME.
           MOVE WS-USERID TO PROBLOG-USERID.
           MOVE BRK-EVENT-CODE TO PROBLOG-ERROR-CODE.
           MOVE BRK-EVENT-DETAIL TO PROBLOG-DETAIL.
           EXEC CICS WRITE FILE('PROBLOG')
               FROM(PROBLOG-RECORD)
               LENGTH(LENGTH OF PROBLOG-RECORD)
               RIDFLD(PROBLOG-KEY)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO MESSAGE-TO-SEND
              STRING 'BAQBRKRC PROBLOG WRITE FAILED: '
                     PROBLOG-DETAIL DELIMITED BY SIZE
                     INTO MESSAGE-TO-SEND
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                        FROM(MESSAGE-TO-SEND)
                        LENGTH(LENGTH OF MESSAGE-TO-SEND)
                        END-EXEC
           END-IF.

       RECORD-BREAKER-EVENT-EXIT.
           EXIT.

       COPY BRKRULEP.

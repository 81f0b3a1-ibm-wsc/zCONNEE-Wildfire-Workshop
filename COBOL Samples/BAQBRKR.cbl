       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = BAQBRKR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQBRKR.
      * The shared circuit breaker for the z/OS Connect callers, CALLed
      * by the BAQRTRYP retry paragraph of every batch and IMS BAQCSTUB
      * caller before and after each call; CICS callers reach the same
      * breaker through BAQBRKRC. The state of each API operation is
      * kept on BRKSTATE and re-read on every call, so all the jobs
      * calling an operation share one breaker: after BAQBRKFAILS
      * (environment variable, default 5) consecutive server or stub
      * failures the breaker opens and every caller is refused at once
      * instead of working through its retries; after BAQBRKCOOL
      * seconds (default 300) one trial call is let through, and its
      * success closes the breaker again. Each open and close is
      * written to PROBLOG and OPSTATS, so PROBALRT and MORNRPT see an
      * outage as one event. When BRKSTATE cannot be opened the
      * breaker stays out of the way and every call is allowed.
      * See BAQRTRY for the parameter area.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Breaker-State ASSIGN TO BRKSTATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRKSTATE-KEY OF BRKSTATE-RECORD
              FILE STATUS IS BRKSTATE-FILE-STATUS.

           SELECT Problem-Log ASSIGN TO PROBLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PROBLOG-FILE-STATUS.

           SELECT Ops-Stats ASSIGN TO OPSTATS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OPSTATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Breaker-State.
       COPY BRKSTATE SUPPRESS.

       FD  Problem-Log.
       COPY PROBLOG SUPPRESS.

       FD  Ops-Stats.
       COPY OPSTATS SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 BRKSTATE-FILE-STATUS        PIC X(2).
           88 BRKSTATE-NORMAL         VALUE '00'.
           88 BRKSTATE-NOTFOUND       VALUE '23'.
       01 PROBLOG-FILE-STATUS         PIC X(2).
           88 PROBLOG-NORMAL          VALUE '00'.
       01 OPSTATS-STATUS              PIC X(2).
           88 OPSTATS-NORMAL          VALUE '00'.
       01 PROBLOG-SEQ                 PIC 9(06) VALUE 0.
       01 WS-FILE-STATE-SW            PIC X(01) VALUE 'N'.
           88 BREAKER-FILE-CLOSED     VALUE 'N'.
           88 BREAKER-FILE-OPEN       VALUE 'Y'.
           88 BREAKER-FILE-FAILED     VALUE 'F'.
       01 WS-ENV-VALUE                PIC X(08) VALUE SPACES.

      * The shared parameter area and rules.
       COPY BAQRTRY SUPPRESS.
       COPY BRKRULE SUPPRESS.

       LINKAGE SECTION.
       01 BAQBRKR-PARM                PIC X(80).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING BAQBRKR-PARM.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE BAQBRKR-PARM TO BAQ-BREAKER-AREA
           MOVE 'A' TO BAQ-BRK-RESULT
           MOVE SPACE TO BAQ-BRK-STATE
           PERFORM OPEN-BREAKER-FILE
           IF NOT BREAKER-FILE-OPEN
              GO TO MAINLINE-RETURN
           END-IF

           MOVE BAQ-BRK-API-NAME TO BRKSTATE-API-NAME
           MOVE BAQ-BRK-OPERATION TO BRKSTATE-OPERATION
           READ Breaker-State KEY IS BRKSTATE-KEY OF BRKSTATE-RECORD
           EVALUATE TRUE
              WHEN BRKSTATE-NORMAL
                 MOVE 'Y' TO BRK-RECORD-SW
              WHEN BRKSTATE-NOTFOUND
                 MOVE 'N' TO BRK-RECORD-SW
                 MOVE BAQ-BRK-API-NAME TO BRKSTATE-API-NAME
                 MOVE BAQ-BRK-OPERATION TO BRKSTATE-OPERATION
              WHEN OTHER
                 DISPLAY "BAQBRKR: BRKSTATE read failed, status="
                         BRKSTATE-FILE-STATUS
                 GO TO MAINLINE-RETURN
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:14) TO BRK-NOW-STAMP
           EVALUATE TRUE
              WHEN BAQ-BRK-ASK
                 PERFORM BREAKER-ASK-RULE
              WHEN BAQ-BRK-REPORT
                 PERFORM BREAKER-REPORT-RULE
              WHEN OTHER
                 GO TO MAINLINE-RETURN
           END-EVALUATE

           IF BRK-UPDATE-NEEDED
              PERFORM SAVE-BREAKER-STATE
           END-IF
           IF NOT BRK-NO-EVENT
              PERFORM RECORD-BREAKER-EVENT
           END-IF
           MOVE BRKSTATE-STATE TO BAQ-BRK-STATE
           .
       MAINLINE-RETURN.
           MOVE BAQ-BREAKER-AREA TO BAQBRKR-PARM
           .
       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * OPEN-BREAKER-FILE - on the first call, which also picks up the *
      * failure limit and cool-off. A failed open is not retried       *
      * within the run.                                                *
      *----------------------------------------------------------------*
       OPEN-BREAKER-FILE SECTION.
           IF NOT BREAKER-FILE-CLOSED
              GO TO OPEN-BREAKER-FILE-EXIT
           END-IF

           DISPLAY "BAQBRKFAILS" UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
              COMPUTE BRK-FAIL-LIMIT = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           DISPLAY "BAQBRKCOOL" UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
              COMPUTE BRK-COOL-SECS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF

           OPEN I-O Breaker-State
           IF NOT BRKSTATE-NORMAL
              DISPLAY "WARNING: BRKSTATE unavailable, status="
                      BRKSTATE-FILE-STATUS
                      " - z/OS Connect calls run without a breaker"
              MOVE 'F' TO WS-FILE-STATE-SW
              GO TO OPEN-BREAKER-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-FILE-STATE-SW
           .
       OPEN-BREAKER-FILE-EXIT.
           EXIT.

       SAVE-BREAKER-STATE SECTION.
           IF BRK-RECORD-FOUND
              REWRITE BRKSTATE-RECORD
           ELSE
              WRITE BRKSTATE-RECORD
           END-IF
           IF NOT BRKSTATE-NORMAL
              DISPLAY "BAQBRKR: BRKSTATE update failed, status="
                      BRKSTATE-FILE-STATUS
           END-IF
           .
       SAVE-BREAKER-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RECORD-BREAKER-EVENT - the breaker opened or closed: once to   *
      * the job log, once to PROBLOG for PROBALRT, and one OPSTATS     *
      * record for MORNRPT.                                            *
      *----------------------------------------------------------------*
       RECORD-BREAKER-EVENT SECTION.
           DISPLAY "BAQBRKR: " BRK-EVENT-DETAIL

           OPEN EXTEND Problem-Log
           IF NOT PROBLOG-NORMAL
              DISPLAY "WARNING: PROBLOG unavailable, status="
                      PROBLOG-FILE-STATUS
           ELSE
              ADD 1 TO PROBLOG-SEQ
              MOVE FUNCTION CURRENT-DATE(1:16) TO PROBLOG-TIMESTAMP
              MOVE PROBLOG-SEQ TO PROBLOG-SEQUENCE
              MOVE 0 TO PROBLOG-TASKNUM
              MOVE 'BAQBRKR ' TO PROBLOG-PROGRAM-NAME
              MOVE SPACES TO PROBLOG-USERID
              MOVE BRK-EVENT-CODE TO PROBLOG-ERROR-CODE
              MOVE BRK-EVENT-DETAIL TO PROBLOG-DETAIL
              WRITE PROBLOG-RECORD
              CLOSE Problem-Log
           END-IF

           OPEN EXTEND Ops-Stats
           IF NOT OPSTATS-NORMAL
              DISPLAY "WARNING: OPSTATS unavailable, status="
                      OPSTATS-STATUS
              GO TO RECORD-BREAKER-EVENT-EXIT
           END-IF
           MOVE SPACES TO OPSTATS-RECORD
           MOVE BRK-NOW-STAMP TO OPSTATS-TIMESTAMP
           MOVE 'BAQBRKR ' TO OPSTATS-PROGRAM
           IF BRK-EVENT-OPENED
              MOVE 'BREAKER OPENED  ' TO OPSTATS-LABEL(1)
              MOVE 'CONSEC FAILURES ' TO OPSTATS-LABEL(2)
              MOVE BRKSTATE-CONSEC-FAILS TO OPSTATS-COUNT(2)
              MOVE 'COOL-OFF SECS   ' TO OPSTATS-LABEL(3)
              MOVE BRK-COOL-SECS TO OPSTATS-COUNT(3)
              MOVE 'TIMES OPENED    ' TO OPSTATS-LABEL(4)
              MOVE BRKSTATE-TIMES-OPENED TO OPSTATS-COUNT(4)
           ELSE
              MOVE 'BREAKER CLOSED  ' TO OPSTATS-LABEL(1)
              MOVE 'OUTAGE SECS     ' TO OPSTATS-LABEL(2)
              MOVE BRK-OUTAGE-SECS TO OPSTATS-COUNT(2)
              MOVE 'REFUSED CALLS   ' TO OPSTATS-LABEL(3)
              MOVE BRKSTATE-REFUSED-CALLS TO OPSTATS-COUNT(3)
              MOVE 'FAILED TRIALS   ' TO OPSTATS-LABEL(4)
              MOVE BRKSTATE-FAILED-TRIALS TO OPSTATS-COUNT(4)
           END-IF
           MOVE 1 TO OPSTATS-COUNT(1)
           MOVE ZERO TO OPSTATS-COUNT(5) OPSTATS-COUNT(6)
                        OPSTATS-COUNT(7) OPSTATS-COUNT(8)
                        OPSTATS-COUNT(9) OPSTATS-COUNT(10)
           WRITE OPSTATS-RECORD
           IF NOT OPSTATS-NORMAL
              DISPLAY "WARNING: OPSTATS write failed, status="
                      OPSTATS-STATUS
           END-IF
           CLOSE Ops-Stats
           .
       RECORD-BREAKER-EVENT-EXIT.
           EXIT.

       COPY BRKRULEP.

      * here with a clear message instead of letting it run on stale
      * inputs, rc 8. The scheduler keeps its wall-clock times; this
      * step is what makes the ordering real.
      * The prerequisite list is also recorded on RUNDEPS, so the
      * chains the night runs with are on file for OVNTREND's
      * critical path; a RUNDEPS that cannot be updated is reported
      * but never holds the job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS RUNLOG-KEY OF RUNLOG-RECORD
              FILE STATUS IS RUNLOG-FILE-STATUS.

           SELECT Run-Deps ASSIGN TO RUNDEPS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RUNDEPS-JOBNAME
              FILE STATUS IS RUNDEPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Run-Log.
       COPY RUNLOG SUPPRESS.

       FD  Run-Deps.
       COPY RUNDEPS SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
       01 RUNLOG-FILE-STATUS          PIC X(2).
           88 RUNLOG-NORMAL           VALUE '00'.
           88 RUNLOG-NOT-FOUND        VALUE '23'.
       01 RUNDEPS-FILE-STATUS         PIC X(2).
           88 RUNDEPS-NORMAL          VALUE '00'.
           88 RUNDEPS-NOT-FOUND       VALUE '23'.
           88 RUNDEPS-NO-FILE         VALUE '35'.

       01 WS-PARM-FIELDS.
           05 WS-JOBNAME              PIC X(08).
               TO WS-YESTERDAY

           PERFORM PARSE-PARM
           PERFORM RECORD-PREREQUISITES

           OPEN INPUT Run-Log
           IF NOT RUNLOG-NORMAL
           END-EVALUATE.
       CHECK-ONE-PREREQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Record the job's prerequisite list on RUNDEPS, replacing the   *
      * list from its last run; the first run creates the file.        *
      *----------------------------------------------------------------*
       RECORD-PREREQUISITES SECTION.

           OPEN I-O Run-Deps
           IF RUNDEPS-NO-FILE
              OPEN OUTPUT Run-Deps
              CLOSE Run-Deps
              OPEN I-O Run-Deps
           END-IF
           IF NOT RUNDEPS-NORMAL
              DISPLAY "RUNGATE: RUNDEPS unavailable, status="
                      RUNDEPS-FILE-STATUS
                      " - prerequisites not recorded"
              GO TO RECORD-PREREQUISITES-EXIT
           END-IF

           MOVE WS-JOBNAME TO RUNDEPS-JOBNAME
           READ Run-Deps
           MOVE WS-TODAY TO RUNDEPS-LAST-GATED
           MOVE WS-PREREQ-COUNT TO RUNDEPS-PREREQ-COUNT
           MOVE WS-PREREQ(1) TO RUNDEPS-PREREQ(1)
           MOVE WS-PREREQ(2) TO RUNDEPS-PREREQ(2)
           MOVE WS-PREREQ(3) TO RUNDEPS-PREREQ(3)
           MOVE WS-PREREQ(4) TO RUNDEPS-PREREQ(4)
           MOVE WS-PREREQ(5) TO RUNDEPS-PREREQ(5)
           MOVE WS-PREREQ(6) TO RUNDEPS-PREREQ(6)
           MOVE WS-PREREQ(7) TO RUNDEPS-PREREQ(7)
           MOVE WS-PREREQ(8) TO RUNDEPS-PREREQ(8)
           MOVE WS-PREREQ(9) TO RUNDEPS-PREREQ(9)
           MOVE WS-PREREQ(10) TO RUNDEPS-PREREQ(10)
           IF RUNDEPS-NOT-FOUND
              WRITE RUNDEPS-RECORD
           ELSE
              REWRITE RUNDEPS-RECORD
           END-IF
           IF NOT RUNDEPS-NORMAL
              DISPLAY "RUNGATE: error recording prerequisites on"
                      " RUNDEPS, status=" RUNDEPS-FILE-STATUS
           END-IF

           CLOSE Run-Deps.
       RECORD-PREREQUISITES-EXIT.
           EXIT.

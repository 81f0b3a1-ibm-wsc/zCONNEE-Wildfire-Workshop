      *****************************************************************
      *    INCMNT                                                     *
      *****************************************************************
      * Problem-log incident transaction: browse the PROBLOG entries
      * a program wrote, for one error code or all of them, over a
      * time range, and work the incident a program's repeats of one
      * error code are grouped under, so the same failure is not
      * investigated twice by different shifts. Incidents are held
      * on INCIDENT and every step taken on one is written to
      * INCNOTE with the userid and the time.
      * Actions on the screen:
      *   B - browse the range: entries, first and last seen, the
      *       latest five, and the incident the code is grouped under
      *   K - acknowledge: raise an incident over the entries from
      *       the start of the range (no earlier than the close of the
      *       code's last incident) up to now
      *   S - assign the open incident to the owner keyed
      *   N - add the note keyed to the incident
      *   C - close the open incident with the root-cause code keyed
      *       (and the note, if one is keyed)
      * Range times are yyyymmddhhmm; the range defaults to today
      * from midnight onward.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PROBLOG SUPPRESS.
       COPY INCIDENT SUPPRESS.
       COPY INCNOTE SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-ABS-TIME                 PIC S9(15) COMP-3.
        01 WS-CURRENT-DATE             PIC X(8).
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-NOW-STAMP                PIC X(16).
        01 WS-ACTION                   PIC X(01) VALUE SPACE.
            88 ACTION-BROWSE           VALUE 'B'.
            88 ACTION-ACKNOWLEDGE      VALUE 'K'.
            88 ACTION-ASSIGN           VALUE 'S'.
            88 ACTION-ANNOTATE         VALUE 'N'.
            88 ACTION-CLOSE            VALUE 'C'.
            88 ACTION-VALID            VALUE 'B' 'K' 'S' 'N' 'C'.
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-CODE-KEYED-SW            PIC X(01) VALUE 'N'.
            88 ERROR-CODE-KEYED        VALUE 'Y'.
        01 WS-INCIDENT-SW              PIC X(01) VALUE 'N'.
            88 INCIDENT-ON-FILE        VALUE 'Y'.
        01 WS-SCAN-SW                  PIC X(01) VALUE 'Y'.
            88 PROBLOG-SCANNED         VALUE 'Y'.
        01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
            88 BROWSE-DONE             VALUE 'Y'.

      * The selection keyed, with the error code left-justified so
      * a code one program writes right-justified (a RESP value) is
      * matched however it is keyed.
        01 WS-SCAN-PROGRAM             PIC X(08) VALUE SPACES.
        01 WS-SCAN-CODE                PIC X(08) VALUE SPACES.
        01 WS-RANGE-FROM               PIC X(16) VALUE SPACES.
        01 WS-RANGE-TO                 PIC X(16) VALUE SPACES.
        01 WS-CODE-WORK                PIC X(08) VALUE SPACES.
        01 WS-CODE-JUSTIFIED           PIC X(08) VALUE SPACES.
        01 WS-LEAD-SPACES              PIC 9(04) COMP VALUE 0.

      * What the PROBLOG scan found: the entries matched, first and
      * last seen, and the latest five, newest first.
        01 WS-RANGE-COUNT              PIC 9(07) VALUE 0.
        01 WS-RANGE-FIRST              PIC X(16) VALUE SPACES.
        01 WS-RANGE-LAST               PIC X(16) VALUE SPACES.
        01 WS-LATEST-TABLE.
            05 WS-LATEST-LINE          PIC X(76) OCCURS 5 TIMES.
        01 WS-ENTRY-LINE.
            05 EL-TIMESTAMP            PIC X(16).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 EL-ERROR-CODE           PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 EL-USERID               PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 EL-DETAIL               PIC X(41).
        01 WS-COUNT-DISPLAY            PIC Z(6)9.

      * The newest incident for the program and code, as the
      * forward browse of INCIDENT passes it.
        01 WS-INCIDENT-SAVE            PIC X(200).
        01 WS-NOTE-TEXT                PIC X(60) VALUE SPACES.
        01 WS-OWNER                    PIC X(08) VALUE SPACES.
        01 WS-CAUSE                    PIC X(04) VALUE SPACES.
        01 COMMAREA-BUFFER             PIC X(01).

        COPY INCMAP.
        COPY DFHAID.

        LINKAGE SECTION.

        01  DFHCOMMAREA                   PIC X(01).

        PROCEDURE DIVISION.

      ***********************************************************
      * Main Program loop starts here....                       *
      ***********************************************************

        MAIN-PROCESS SECTION.

      ***********************************************************
      * FIRST TIME PROCESSING                                   *
      ***********************************************************
            IF EIBCALEN = 0
               EXEC CICS SEND MAP('INCMAP')
                              MAPSET('INCMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('INCM')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('INCMAP')
                        MAPSET('INCMAP')
                        NOHANDLE
                        END-EXEC
            EVALUATE EIBAID
                WHEN DFHPF3   PERFORM EXIT-TRANSACTION
                WHEN DFHPF12  PERFORM EXIT-TRANSACTION
                WHEN DFHCLEAR CONTINUE
                WHEN DFHENTER
                  MOVE SPACES TO MSG1O MSG2O
                  MOVE SPACES TO RNGCNTO RNGFSTO RNGLSTO
                  MOVE SPACES TO INCIDO INCSTATO INCCNTO ACKBYO
                  MOVE SPACES TO LINE1O LINE2O LINE3O LINE4O LINE5O
                  MOVE ACTIONI TO WS-ACTION
                  PERFORM EDIT-SELECTION
                  EVALUATE TRUE
                     WHEN NOT EDITS-PASSED
                        CONTINUE
                     WHEN NOT ACTION-VALID
                        MOVE 'Action must be B, K, S, N or C' TO MSG1O
                     WHEN ACTION-BROWSE
                        PERFORM BROWSE-PROBLEMS
                     WHEN NOT ERROR-CODE-KEYED
                        MOVE 'Error code is required for this action'
                            TO MSG1O
                     WHEN ACTION-ACKNOWLEDGE
                        PERFORM ACKNOWLEDGE-INCIDENT
                     WHEN ACTION-ASSIGN
                        PERFORM ASSIGN-INCIDENT
                     WHEN ACTION-ANNOTATE
                        PERFORM ANNOTATE-INCIDENT
                     WHEN ACTION-CLOSE
                        PERFORM CLOSE-INCIDENT
                  END-EVALUATE
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('INCMAP')
                 MAPSET('INCMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('INCM')
                 COMMAREA (COMMAREA-BUFFER) END-EXEC.

         MAIN-PROCESS-EXIT.
            EXEC CICS RETURN END-EXEC.
            EXIT.
      ***********************************************************
      * Main Program loop ENDS here....                         *
      ***********************************************************

        EXIT-TRANSACTION SECTION.
      *********************************************************
      * End of this transaction, put out message and die...
      *********************************************************

            EXEC CICS SEND CONTROL ERASE END-EXEC
            MOVE 'INCMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * EDIT-SELECTION - the program (required), the error code  *
      * (required for everything but a browse) and the range.    *
      * An open-ended range runs up to now.                      *
      ***********************************************************
        EDIT-SELECTION SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           PERFORM GET-CURRENT-TIME.
           IF PGMI = SPACES OR PGMI = LOW-VALUES
              MOVE 'Program is required' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO EDIT-SELECTION-EXIT
           END-IF.
           MOVE PGMI TO WS-SCAN-PROGRAM.
           INSPECT WS-SCAN-PROGRAM REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ERRCODEI TO WS-CODE-WORK.
           INSPECT WS-CODE-WORK REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM LEFT-JUSTIFY-CODE.
           MOVE WS-CODE-JUSTIFIED TO WS-SCAN-CODE.
           IF WS-SCAN-CODE = SPACES
              MOVE 'N' TO WS-CODE-KEYED-SW
           ELSE
              MOVE 'Y' TO WS-CODE-KEYED-SW
           END-IF.

           EVALUATE TRUE
              WHEN FROMTSI = SPACES OR FROMTSI = LOW-VALUES
                 MOVE WS-CURRENT-DATE TO WS-RANGE-FROM(1:8)
                 MOVE '0000' TO WS-RANGE-FROM(9:4)
              WHEN FROMTSI IS NOT NUMERIC
                 MOVE 'From must be yyyymmddhhmm' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-SELECTION-EXIT
              WHEN OTHER
                 MOVE FROMTSI TO WS-RANGE-FROM(1:12)
           END-EVALUATE.
           MOVE LOW-VALUES TO WS-RANGE-FROM(13:4).
           MOVE WS-RANGE-FROM(1:12) TO FROMTSO.

           EVALUATE TRUE
              WHEN TOTSI = SPACES OR TOTSI = LOW-VALUES
                 MOVE HIGH-VALUES TO WS-RANGE-TO
              WHEN TOTSI IS NOT NUMERIC
                 MOVE 'To must be yyyymmddhhmm' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-SELECTION-EXIT
              WHEN OTHER
                 MOVE TOTSI TO WS-RANGE-TO(1:12)
                 MOVE HIGH-VALUES TO WS-RANGE-TO(13:4)
           END-EVALUATE.
           IF WS-RANGE-TO < WS-RANGE-FROM
              MOVE 'To must not be before From' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
        EDIT-SELECTION-EXIT.
           EXIT.

      ***********************************************************
      * LEFT-JUSTIFY-CODE - WS-CODE-WORK with its leading spaces *
      * dropped, into WS-CODE-JUSTIFIED.                         *
      ***********************************************************
        LEFT-JUSTIFY-CODE SECTION.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-CODE-WORK TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           IF WS-LEAD-SPACES > 0
              AND WS-LEAD-SPACES < LENGTH OF WS-CODE-WORK
              MOVE WS-CODE-WORK(WS-LEAD-SPACES + 1:)
                  TO WS-CODE-JUSTIFIED
           ELSE
              MOVE WS-CODE-WORK TO WS-CODE-JUSTIFIED
           END-IF.
        LEFT-JUSTIFY-CODE-EXIT.
           EXIT.

      ***********************************************************
      * BROWSE-PROBLEMS - what the range holds and, for a single *
      * error code, the incident it is grouped under.            *
      ***********************************************************
        BROWSE-PROBLEMS SECTION.
           PERFORM SCAN-PROBLEM-LOG.
           IF NOT PROBLOG-SCANNED
              GO TO BROWSE-PROBLEMS-EXIT
           END-IF.
           PERFORM SHOW-RANGE.
           IF WS-RANGE-COUNT = 0
              MOVE 'No PROBLOG entries in the range' TO MSG1O
           ELSE
              MOVE WS-RANGE-COUNT TO WS-COUNT-DISPLAY
              MOVE SPACES TO MSG1O
              STRING 'PROBLOG entries in the range:' WS-COUNT-DISPLAY
                     DELIMITED BY SIZE INTO MSG1O
           END-IF.
           IF NOT ERROR-CODE-KEYED
              GO TO BROWSE-PROBLEMS-EXIT
           END-IF.

           PERFORM FIND-CURRENT-INCIDENT.
           EVALUATE TRUE
              WHEN INCIDENT-ON-FILE AND INCIDENT-OPEN
                 PERFORM SHOW-INCIDENT
                 MOVE 'Open incident shown - S, N or C to work it'
                     TO MSG2O
              WHEN INCIDENT-ON-FILE
                 PERFORM SHOW-INCIDENT
                 IF WS-RANGE-LAST > INCIDENT-CLOSED-AT
                    MOVE 'Entries since the last incident closed - K'
                        TO MSG2O
                 ELSE
                    MOVE 'Last incident for this code shown, closed'
                        TO MSG2O
                 END-IF
              WHEN WS-RANGE-COUNT > 0
                 MOVE 'No incident yet - K acknowledges these entries'
                     TO MSG2O
           END-EVALUATE.
        BROWSE-PROBLEMS-EXIT.
           EXIT.

      ***********************************************************
      * ACKNOWLEDGE-INCIDENT - raises the incident for the code, *
      * grouping every entry from the first in the range to now. *
      * Entries already under the code's last (closed) incident  *
      * are left with it.                                        *
      ***********************************************************
        ACKNOWLEDGE-INCIDENT SECTION.
           PERFORM FIND-CURRENT-INCIDENT.
           IF INCIDENT-ON-FILE AND INCIDENT-OPEN
              PERFORM SHOW-INCIDENT
              MOVE SPACES TO MSG1O
              STRING 'Already acknowledged by ' INCIDENT-ACK-BY
                     DELIMITED BY SIZE INTO MSG1O
              GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-IF.
           IF INCIDENT-ON-FILE
              AND INCIDENT-CLOSED-AT > WS-RANGE-FROM
              MOVE INCIDENT-CLOSED-AT TO WS-RANGE-FROM
           END-IF.
           MOVE HIGH-VALUES TO WS-RANGE-TO.
           PERFORM SCAN-PROBLEM-LOG.
           IF NOT PROBLOG-SCANNED
              GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-IF.
           PERFORM SHOW-RANGE.
           IF WS-RANGE-COUNT = 0
              MOVE 'No entries in the range to acknowledge' TO MSG1O
              GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-IF.

           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-SCAN-PROGRAM TO INCIDENT-PROGRAM.
           MOVE WS-SCAN-CODE TO INCIDENT-ERROR-CODE.
           MOVE WS-RANGE-FIRST TO INCIDENT-FIRST-SEEN.
           MOVE 'A' TO INCIDENT-STATUS.
           MOVE WS-RANGE-LAST TO INCIDENT-LAST-SEEN.
           MOVE WS-RANGE-COUNT TO INCIDENT-OCCURRENCES.
           MOVE WS-USERID TO INCIDENT-ACK-BY.
           MOVE WS-NOW-STAMP TO INCIDENT-ACK-AT.
           MOVE 0 TO INCIDENT-NOTE-COUNT.
           EXEC CICS WRITE FILE('INCIDENT')
                FROM(INCIDENT-RECORD)
                LENGTH(LENGTH OF INCIDENT-RECORD)
                RIDFLD(INCIDENT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'An incident is already raised for these entries'
                     TO MSG1O
                 GO TO ACKNOWLEDGE-INCIDENT-EXIT
              WHEN OTHER
                 MOVE 'Error writing INCIDENT' TO MSG1O
                 GO TO ACKNOWLEDGE-INCIDENT-EXIT
           END-EVALUATE.

           MOVE 'A' TO INCNOTE-ACTION.
           MOVE 'Acknowledged' TO INCNOTE-TEXT.
           PERFORM WRITE-INCIDENT-HISTORY.
           PERFORM SHOW-INCIDENT.
           MOVE 'Incident acknowledged' TO MSG1O.
        ACKNOWLEDGE-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * ASSIGN-INCIDENT - gives the open incident an owner.      *
      ***********************************************************
        ASSIGN-INCIDENT SECTION.
           MOVE OWNERI TO WS-OWNER.
           INSPECT WS-OWNER REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-OWNER = SPACES
              MOVE 'Owner is required to assign' TO MSG1O
              GO TO ASSIGN-INCIDENT-EXIT
           END-IF.
           PERFORM LOCATE-OPEN-INCIDENT.
           IF NOT EDITS-PASSED
              GO TO ASSIGN-INCIDENT-EXIT
           END-IF.
           PERFORM LOCK-INCIDENT.
           IF NOT EDITS-PASSED
              GO TO ASSIGN-INCIDENT-EXIT
           END-IF.

           MOVE WS-OWNER TO INCIDENT-OWNER.
           MOVE 'W' TO INCIDENT-STATUS.
           MOVE 'W' TO INCNOTE-ACTION.
           MOVE SPACES TO INCNOTE-TEXT.
           STRING 'Assigned to ' WS-OWNER
                  DELIMITED BY SIZE INTO INCNOTE-TEXT.
           PERFORM REWRITE-INCIDENT.
           IF EDITS-PASSED
              MOVE 'Incident assigned' TO MSG1O
           END-IF.
        ASSIGN-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * ANNOTATE-INCIDENT - adds a note to the code's incident,  *
      * open or closed, so a fix found later can still be put    *
      * on record against it.                                    *
      ***********************************************************
        ANNOTATE-INCIDENT SECTION.
           MOVE NOTEI TO WS-NOTE-TEXT.
           INSPECT WS-NOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-NOTE-TEXT = SPACES
              MOVE 'Note text is required' TO MSG1O
              GO TO ANNOTATE-INCIDENT-EXIT
           END-IF.
           PERFORM FIND-CURRENT-INCIDENT.
           IF NOT INCIDENT-ON-FILE
              MOVE 'No incident for this code - K to acknowledge'
                  TO MSG1O
              GO TO ANNOTATE-INCIDENT-EXIT
           END-IF.
           IF INCIDENT-OPEN
              PERFORM REFRESH-OCCURRENCES
              IF NOT PROBLOG-SCANNED
                 GO TO ANNOTATE-INCIDENT-EXIT
              END-IF
           END-IF.
           PERFORM LOCK-INCIDENT.
           IF NOT EDITS-PASSED
              GO TO ANNOTATE-INCIDENT-EXIT
           END-IF.

           ADD 1 TO INCIDENT-NOTE-COUNT.
           MOVE WS-NOTE-TEXT TO INCIDENT-LAST-NOTE.
           MOVE 'N' TO INCNOTE-ACTION.
           MOVE WS-NOTE-TEXT TO INCNOTE-TEXT.
           PERFORM REWRITE-INCIDENT.
           IF EDITS-PASSED
              MOVE 'Note added to the incident' TO MSG1O
           END-IF.
        ANNOTATE-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * CLOSE-INCIDENT - closes the open incident with its root  *
      * cause. Entries written after this start a new incident.  *
      ***********************************************************
        CLOSE-INCIDENT SECTION.
           MOVE CAUSEI TO WS-CAUSE.
           MOVE NOTEI TO WS-NOTE-TEXT.
           INSPECT WS-NOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES.
           PERFORM LOCATE-OPEN-INCIDENT.
           IF NOT EDITS-PASSED
              GO TO CLOSE-INCIDENT-EXIT
           END-IF.
           MOVE WS-CAUSE TO INCIDENT-ROOT-CAUSE.
           IF NOT INCIDENT-CAUSE-VALID
              MOVE 'Root cause must be APPL DATA INFR CONF NETW USER'
                  TO MSG1O
              MOVE 'or DUPL' TO MSG2O
              GO TO CLOSE-INCIDENT-EXIT
           END-IF.
           PERFORM LOCK-INCIDENT.
           IF NOT EDITS-PASSED
              GO TO CLOSE-INCIDENT-EXIT
           END-IF.

           MOVE 'C' TO INCIDENT-STATUS.
           MOVE WS-CAUSE TO INCIDENT-ROOT-CAUSE.
           MOVE WS-USERID TO INCIDENT-CLOSED-BY.
           MOVE WS-NOW-STAMP TO INCIDENT-CLOSED-AT.
           IF WS-NOTE-TEXT NOT = SPACES
              ADD 1 TO INCIDENT-NOTE-COUNT
              MOVE WS-NOTE-TEXT TO INCIDENT-LAST-NOTE
           END-IF.
           MOVE 'C' TO INCNOTE-ACTION.
           MOVE SPACES TO INCNOTE-TEXT.
           STRING WS-CAUSE ' ' WS-NOTE-TEXT
                  DELIMITED BY SIZE INTO INCNOTE-TEXT.
           PERFORM REWRITE-INCIDENT.
           IF EDITS-PASSED
              MOVE 'Incident closed' TO MSG1O
           END-IF.
        CLOSE-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * LOCATE-OPEN-INCIDENT - the code's incident, which must   *
      * be open, with its occurrences counted up to now.         *
      ***********************************************************
        LOCATE-OPEN-INCIDENT SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           PERFORM FIND-CURRENT-INCIDENT.
           IF NOT INCIDENT-ON-FILE
              OR NOT INCIDENT-OPEN
              MOVE 'No open incident for this code - K to acknowledge'
                  TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO LOCATE-OPEN-INCIDENT-EXIT
           END-IF.
           PERFORM REFRESH-OCCURRENCES.
           IF NOT PROBLOG-SCANNED
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
        LOCATE-OPEN-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * FIND-CURRENT-INCIDENT - browses the program and code's   *
      * incidents from the oldest up, keeping the newest.        *
      ***********************************************************
        FIND-CURRENT-INCIDENT SECTION.
           MOVE 'N' TO WS-INCIDENT-SW.
           MOVE WS-SCAN-PROGRAM TO INCIDENT-PROGRAM.
           MOVE WS-SCAN-CODE TO INCIDENT-ERROR-CODE.
           MOVE LOW-VALUES TO INCIDENT-FIRST-SEEN.
           EXEC CICS STARTBR FILE('INCIDENT')
                RIDFLD(INCIDENT-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO FIND-CURRENT-INCIDENT-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           PERFORM TEST-ONE-INCIDENT
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('INCIDENT')
                RESP(WS-RESP)
                END-EXEC.
           IF INCIDENT-ON-FILE
              MOVE WS-INCIDENT-SAVE TO INCIDENT-RECORD
           END-IF.
        FIND-CURRENT-INCIDENT-EXIT.
           EXIT.

        TEST-ONE-INCIDENT SECTION.
           EXEC CICS READNEXT FILE('INCIDENT')
                INTO(INCIDENT-RECORD)
                LENGTH(LENGTH OF INCIDENT-RECORD)
                RIDFLD(INCIDENT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR INCIDENT-PROGRAM NOT = WS-SCAN-PROGRAM
              OR INCIDENT-ERROR-CODE NOT = WS-SCAN-CODE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO TEST-ONE-INCIDENT-EXIT
           END-IF.
           MOVE 'Y' TO WS-INCIDENT-SW.
           MOVE INCIDENT-RECORD TO WS-INCIDENT-SAVE.
        TEST-ONE-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * REFRESH-OCCURRENCES - recounts the open incident's       *
      * entries, from its first through now.                     *
      ***********************************************************
        REFRESH-OCCURRENCES SECTION.
           MOVE INCIDENT-FIRST-SEEN TO WS-RANGE-FROM.
           MOVE HIGH-VALUES TO WS-RANGE-TO.
           PERFORM SCAN-PROBLEM-LOG.
           IF PROBLOG-SCANNED
              PERFORM SHOW-RANGE
           END-IF.
        REFRESH-OCCURRENCES-EXIT.
           EXIT.

      ***********************************************************
      * LOCK-INCIDENT - reads the incident found for update and  *
      * carries the refreshed occurrences onto it.               *
      ***********************************************************
        LOCK-INCIDENT SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           EXEC CICS READ FILE('INCIDENT')
                INTO(INCIDENT-RECORD)
                LENGTH(LENGTH OF INCIDENT-RECORD)
                RIDFLD(INCIDENT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error reading INCIDENT for update' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO LOCK-INCIDENT-EXIT
           END-IF.
           IF INCIDENT-OPEN
              AND WS-RANGE-COUNT > 0
              MOVE WS-RANGE-COUNT TO INCIDENT-OCCURRENCES
              MOVE WS-RANGE-LAST TO INCIDENT-LAST-SEEN
           END-IF.
        LOCK-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * REWRITE-INCIDENT - puts the incident back and records    *
      * the step on INCNOTE.                                     *
      ***********************************************************
        REWRITE-INCIDENT SECTION.
           EXEC CICS REWRITE FILE('INCIDENT')
                FROM(INCIDENT-RECORD)
                LENGTH(LENGTH OF INCIDENT-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error updating INCIDENT' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO REWRITE-INCIDENT-EXIT
           END-IF.
           PERFORM WRITE-INCIDENT-HISTORY.
           PERFORM SHOW-INCIDENT.
        REWRITE-INCIDENT-EXIT.
           EXIT.

      ***********************************************************
      * WRITE-INCIDENT-HISTORY - the step, the userid and the    *
      * time, against the incident's key.                        *
      ***********************************************************
        WRITE-INCIDENT-HISTORY SECTION.
           MOVE INCIDENT-KEY TO INCNOTE-INCIDENT-KEY.
           MOVE WS-NOW-STAMP TO INCNOTE-TIMESTAMP.
           MOVE EIBTASKN TO INCNOTE-TASKNUM.
           MOVE WS-USERID TO INCNOTE-USERID.
           EXEC CICS WRITE FILE('INCNOTE')
                FROM(INCNOTE-RECORD)
                LENGTH(LENGTH OF INCNOTE-RECORD)
                RIDFLD(INCNOTE-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Incident updated, but history write failed'
                  TO MSG2O
           END-IF.
        WRITE-INCIDENT-HISTORY-EXIT.
           EXIT.

      ***********************************************************
      * SCAN-PROBLEM-LOG - browses PROBLOG across the range for  *
      * the program and, when keyed, the error code.             *
      ***********************************************************
        SCAN-PROBLEM-LOG SECTION.
           MOVE 'Y' TO WS-SCAN-SW.
           MOVE 0 TO WS-RANGE-COUNT.
           MOVE SPACES TO WS-RANGE-FIRST WS-RANGE-LAST.
           MOVE SPACES TO WS-LATEST-TABLE.
           MOVE LOW-VALUES TO PROBLOG-KEY.
           MOVE WS-RANGE-FROM TO PROBLOG-TIMESTAMP.
           EXEC CICS STARTBR FILE('PROBLOG')
                RIDFLD(PROBLOG-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 GO TO SCAN-PROBLEM-LOG-EXIT
              WHEN OTHER
                 MOVE 'PROBLOG is unavailable' TO MSG1O
                 MOVE 'N' TO WS-SCAN-SW
                 GO TO SCAN-PROBLEM-LOG-EXIT
           END-EVALUATE.

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           PERFORM TEST-ONE-PROBLEM
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('PROBLOG')
                RESP(WS-RESP)
                END-EXEC.
        SCAN-PROBLEM-LOG-EXIT.
           EXIT.

        TEST-ONE-PROBLEM SECTION.
           EXEC CICS READNEXT FILE('PROBLOG')
                INTO(PROBLOG-RECORD)
                LENGTH(LENGTH OF PROBLOG-RECORD)
                RIDFLD(PROBLOG-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR PROBLOG-TIMESTAMP > WS-RANGE-TO
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO TEST-ONE-PROBLEM-EXIT
           END-IF.
           IF PROBLOG-PROGRAM-NAME NOT = WS-SCAN-PROGRAM
              GO TO TEST-ONE-PROBLEM-EXIT
           END-IF.
           MOVE PROBLOG-ERROR-CODE TO WS-CODE-WORK.
           PERFORM LEFT-JUSTIFY-CODE.
           IF ERROR-CODE-KEYED
              AND WS-CODE-JUSTIFIED NOT = WS-SCAN-CODE
              GO TO TEST-ONE-PROBLEM-EXIT
           END-IF.

           ADD 1 TO WS-RANGE-COUNT.
           IF WS-RANGE-COUNT = 1
              MOVE PROBLOG-TIMESTAMP TO WS-RANGE-FIRST
           END-IF.
           MOVE PROBLOG-TIMESTAMP TO WS-RANGE-LAST.
           MOVE PROBLOG-TIMESTAMP TO EL-TIMESTAMP.
           MOVE WS-CODE-JUSTIFIED TO EL-ERROR-CODE.
           MOVE PROBLOG-USERID TO EL-USERID.
           MOVE PROBLOG-DETAIL TO EL-DETAIL.
           MOVE WS-LATEST-LINE(4) TO WS-LATEST-LINE(5).
           MOVE WS-LATEST-LINE(3) TO WS-LATEST-LINE(4).
           MOVE WS-LATEST-LINE(2) TO WS-LATEST-LINE(3).
           MOVE WS-LATEST-LINE(1) TO WS-LATEST-LINE(2).
           MOVE WS-ENTRY-LINE TO WS-LATEST-LINE(1).
        TEST-ONE-PROBLEM-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-RANGE / SHOW-INCIDENT - fill the screen.            *
      ***********************************************************
        SHOW-RANGE SECTION.
           MOVE WS-RANGE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO RNGCNTO.
           MOVE WS-RANGE-FIRST TO RNGFSTO.
           MOVE WS-RANGE-LAST TO RNGLSTO.
           MOVE WS-LATEST-LINE(1) TO LINE1O.
           MOVE WS-LATEST-LINE(2) TO LINE2O.
           MOVE WS-LATEST-LINE(3) TO LINE3O.
           MOVE WS-LATEST-LINE(4) TO LINE4O.
           MOVE WS-LATEST-LINE(5) TO LINE5O.
        SHOW-RANGE-EXIT.
           EXIT.

        SHOW-INCIDENT SECTION.
           MOVE INCIDENT-FIRST-SEEN TO INCIDO.
           EVALUATE TRUE
              WHEN INCIDENT-ACKNOWLEDGED
                 MOVE 'ACKNOWLEDGED' TO INCSTATO
              WHEN INCIDENT-ASSIGNED
                 MOVE 'ASSIGNED' TO INCSTATO
              WHEN INCIDENT-CLOSED
                 MOVE 'CLOSED' TO INCSTATO
              WHEN OTHER
                 MOVE INCIDENT-STATUS TO INCSTATO
           END-EVALUATE.
           MOVE INCIDENT-OCCURRENCES TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO INCCNTO.
           MOVE INCIDENT-ACK-BY TO ACKBYO.
           MOVE INCIDENT-OWNER TO OWNERO.
           MOVE INCIDENT-ROOT-CAUSE TO CAUSEO.
           MOVE INCIDENT-LAST-NOTE TO NOTEO.
        SHOW-INCIDENT-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                         YYYYMMDD(WS-CURRENT-DATE)
                         TIME(WS-CURRENT-TIME)
                         END-EXEC.
           MOVE WS-CURRENT-DATE TO WS-NOW-STAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-NOW-STAMP(9:8).
        GET-CURRENT-TIME-EXIT.
           EXIT.

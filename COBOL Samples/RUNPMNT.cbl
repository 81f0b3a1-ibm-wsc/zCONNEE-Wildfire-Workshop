      *****************************************************************
      *    RUNPMNT                                                    *
      *****************************************************************
      * Run-parameter maintenance transaction: browse and maintain the
      * effective-dated RUNPARM values the batch and online programs
      * take their tuning from, in place of the environment variables
      * and JCL PARMs they used to need a job or region change for.
      * Only a parameter listed in RUNPDEFS can be held, and a new
      * value must pass that parameter's edit; values are keyed
      * effective today or later, so what was in force on a past day
      * stays on the file as it was. Every change is audited on
      * RUNPAUD with the old and new value, the userid and the time.
      * Actions on the screen:
      *   B - browse the value in force today, and the next change
      *   A - add (or change) the value effective on the date given
      *   D - delete a value that has not yet taken effect
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY RUNPARM SUPPRESS.
       COPY RUNPAUD SUPPRESS.
       COPY RUNPLOOK SUPPRESS.
       COPY RUNPDEFS SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-ABS-TIME                 PIC S9(15) COMP-3.
        01 WS-CURRENT-DATE             PIC X(8).
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-DEF-FOUND-SW             PIC X(01) VALUE 'N'.
            88 PARAMETER-REGISTERED    VALUE 'Y'.
        01 WS-ENTERED-VALUE            PIC X(40) VALUE SPACES.
        01 WS-NEW-VALUE                PIC X(40) VALUE SPACES.
        01 WS-OLD-VALUE                PIC X(40) VALUE SPACES.
        01 WS-VALUE-LEN                PIC 9(04) COMP VALUE 0.
        01 WS-NEXT-DATE                PIC 9(08) VALUE 0.
        01 COMMAREA-BUFFER             PIC X(01).

        COPY RUNPMAP.
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
               EXEC CICS SEND MAP('RUNPMAP')
                              MAPSET('RUNPMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('RUNP')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('RUNPMAP')
                        MAPSET('RUNPMAP')
                        NOHANDLE
                        END-EXEC
            EVALUATE EIBAID
                WHEN DFHPF3   PERFORM EXIT-TRANSACTION
                WHEN DFHPF12  PERFORM EXIT-TRANSACTION
                WHEN DFHCLEAR CONTINUE
                WHEN DFHENTER
                  MOVE SPACES TO MSG1O MSG2O
                  MOVE SPACES TO CURVALO CUREFFO CHGBYO
                  PERFORM FIND-PARAMETER-DEFINITION
                  EVALUATE TRUE
                     WHEN PGMI = SPACES OR PGMI = LOW-VALUES
                        OR PNAMEI = SPACES OR PNAMEI = LOW-VALUES
                        MOVE 'Program and parameter name are required'
                            TO MSG1O
                     WHEN NOT PARAMETER-REGISTERED
                        MOVE 'Not a registered run parameter'
                            TO MSG1O
                        MOVE 'Parameters are added to RUNPDEFS first'
                            TO MSG2O
                     WHEN ACTIONI = 'B'
                        PERFORM BROWSE-PARAMETER
                     WHEN ACTIONI = 'A'
                        PERFORM SAVE-PARAMETER-VALUE
                     WHEN ACTIONI = 'D'
                        PERFORM DELETE-PARAMETER-VALUE
                     WHEN OTHER
                        MOVE 'Action must be B, A or D' TO MSG1O
                  END-EVALUATE
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('RUNPMAP')
                 MAPSET('RUNPMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('RUNP')
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
            MOVE 'RUNPMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * FIND-PARAMETER-DEFINITION - the RUNPDEFS entry for the   *
      * program and name keyed, which says how a value is edited *
      * and where the program falls back to without one.         *
      ***********************************************************
        FIND-PARAMETER-DEFINITION SECTION.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           SET RUNPDEFS-IX TO 1.
           SEARCH RUNPDEFS-ENTRY
              AT END
                 CONTINUE
              WHEN RUNPDEFS-PROGRAM(RUNPDEFS-IX) = PGMI
                   AND RUNPDEFS-NAME(RUNPDEFS-IX) = PNAMEI
                 MOVE 'Y' TO WS-DEF-FOUND-SW
           END-SEARCH.
        FIND-PARAMETER-DEFINITION-EXIT.
           EXIT.

      ***********************************************************
      * BROWSE-PARAMETER - the value in force today, as the      *
      * program would read it, and the next change waiting.      *
      ***********************************************************
        BROWSE-PARAMETER SECTION.
           PERFORM GET-CURRENT-TIME.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           PERFORM LOOKUP-VALUE-IN-FORCE.
           EVALUATE TRUE
              WHEN RUNPLOOK-FOUND
                 MOVE RUNPLOOK-VALUE TO CURVALO
                 MOVE RUNPLOOK-EFFDATE TO CUREFFO
                 MOVE PGMI TO RUNPARM-PROGRAM
                 MOVE PNAMEI TO RUNPARM-NAME
                 MOVE RUNPLOOK-EFFDATE TO RUNPARM-EFFDATE
                 EXEC CICS READ FILE('RUNPARM')
                      INTO(RUNPARM-RECORD)
                      LENGTH(LENGTH OF RUNPARM-RECORD)
                      RIDFLD(RUNPARM-KEY)
                      RESP(WS-RESP)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE RUNPARM-CHANGED-BY TO CHGBYO
                 END-IF
                 MOVE 'Value in force today displayed' TO MSG1O
              WHEN RUNPLOOK-NOT-SET
                 MOVE SPACES TO MSG1O
                 STRING 'No value set - '
                        RUNPDEFS-FALLBACK(RUNPDEFS-IX)
                        DELIMITED BY SIZE INTO MSG1O
              WHEN OTHER
                 MOVE 'RUNPARM is unavailable' TO MSG1O
                 GO TO BROWSE-PARAMETER-EXIT
           END-EVALUATE.

      * The next change keyed for a later day, if any.
           COMPUTE WS-NEXT-DATE =
               FUNCTION NUMVAL(WS-CURRENT-DATE) + 1.
           MOVE PGMI TO RUNPARM-PROGRAM.
           MOVE PNAMEI TO RUNPARM-NAME.
           MOVE WS-NEXT-DATE TO RUNPARM-EFFDATE.
           EXEC CICS READ FILE('RUNPARM')
                INTO(RUNPARM-RECORD)
                LENGTH(LENGTH OF RUNPARM-RECORD)
                RIDFLD(RUNPARM-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND RUNPARM-PROGRAM = PGMI
              AND RUNPARM-NAME = PNAMEI
              MOVE SPACES TO MSG2O
              STRING 'Next change ' RUNPARM-EFFDATE ': '
                     RUNPARM-VALUE
                     DELIMITED BY SIZE INTO MSG2O
           END-IF.
        BROWSE-PARAMETER-EXIT.
           EXIT.

      ***********************************************************
      * SAVE-PARAMETER-VALUE - edits the entered value and keys  *
      * it for its effective date: a new row when there is none  *
      * for that date, otherwise the row's value is replaced.    *
      ***********************************************************
        SAVE-PARAMETER-VALUE SECTION.
           PERFORM GET-CURRENT-TIME.
           PERFORM EDIT-PARAMETER-FIELDS.
           IF NOT EDITS-PASSED
              GO TO SAVE-PARAMETER-VALUE-EXIT
           END-IF.

           MOVE PGMI TO RUNPARM-PROGRAM.
           MOVE PNAMEI TO RUNPARM-NAME.
           MOVE EFFDATEI TO RUNPARM-EFFDATE.
           EXEC CICS READ FILE('RUNPARM')
                INTO(RUNPARM-RECORD)
                LENGTH(LENGTH OF RUNPARM-RECORD)
                RIDFLD(RUNPARM-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF RUNPARM-VALUE = WS-NEW-VALUE
                    EXEC CICS UNLOCK FILE('RUNPARM')
                         RESP(WS-RESP)
                         END-EXEC
                    MOVE 'Value unchanged' TO MSG1O
                    GO TO SAVE-PARAMETER-VALUE-EXIT
                 END-IF
                 MOVE RUNPARM-VALUE TO WS-OLD-VALUE
                 MOVE WS-NEW-VALUE TO RUNPARM-VALUE
                 MOVE WS-USERID TO RUNPARM-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO RUNPARM-CHANGED-AT(1:8)
                 MOVE WS-CURRENT-TIME TO RUNPARM-CHANGED-AT(9:8)
                 EXEC CICS REWRITE FILE('RUNPARM')
                      FROM(RUNPARM-RECORD)
                      LENGTH(LENGTH OF RUNPARM-RECORD)
                      RESP(WS-RESP)
                      END-EXEC
                 MOVE 'C' TO RUNPAUD-ACTION
              WHEN WS-RESP = DFHRESP(NOTFND)
      *          The audit shows what the new row replaces.
                 MOVE EFFDATEI TO RUNPLOOK-AS-OF-DATE
                 PERFORM LOOKUP-VALUE-IN-FORCE
                 MOVE RUNPLOOK-VALUE TO WS-OLD-VALUE
                 MOVE SPACES TO RUNPARM-RECORD
                 MOVE PGMI TO RUNPARM-PROGRAM
                 MOVE PNAMEI TO RUNPARM-NAME
                 MOVE EFFDATEI TO RUNPARM-EFFDATE
                 MOVE WS-NEW-VALUE TO RUNPARM-VALUE
                 MOVE WS-USERID TO RUNPARM-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO RUNPARM-CHANGED-AT(1:8)
                 MOVE WS-CURRENT-TIME TO RUNPARM-CHANGED-AT(9:8)
                 EXEC CICS WRITE FILE('RUNPARM')
                      FROM(RUNPARM-RECORD)
                      LENGTH(LENGTH OF RUNPARM-RECORD)
                      RIDFLD(RUNPARM-KEY)
                      RESP(WS-RESP)
                      END-EXEC
                 MOVE 'A' TO RUNPAUD-ACTION
              WHEN OTHER
                 MOVE 'Error reading RUNPARM' TO MSG1O
                 GO TO SAVE-PARAMETER-VALUE-EXIT
           END-EVALUATE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error saving value on RUNPARM' TO MSG1O
              GO TO SAVE-PARAMETER-VALUE-EXIT
           END-IF.

           MOVE WS-NEW-VALUE TO RUNPAUD-NEW-VALUE.
           PERFORM WRITE-PARAMETER-AUDIT.

           MOVE WS-NEW-VALUE TO PVALO.
           MOVE SPACES TO MSG1O.
           STRING 'Value saved, effective ' EFFDATEI
                  DELIMITED BY SIZE INTO MSG1O.
        SAVE-PARAMETER-VALUE-EXIT.
           EXIT.

      ***********************************************************
      * DELETE-PARAMETER-VALUE - withdraws a value keyed for a   *
      * later day. One already in force stays as the record of   *
      * what ran; it is replaced by keying a new value instead.  *
      ***********************************************************
        DELETE-PARAMETER-VALUE SECTION.
           PERFORM GET-CURRENT-TIME.
           IF EFFDATEI IS NOT NUMERIC
              MOVE 'Effective date must be yyyymmdd' TO MSG1O
              GO TO DELETE-PARAMETER-VALUE-EXIT
           END-IF.
           IF EFFDATEI IS NOT GREATER THAN WS-CURRENT-DATE
              MOVE 'Only a value not yet in force can be deleted'
                  TO MSG1O
              MOVE 'Key a new value effective today to replace it'
                  TO MSG2O
              GO TO DELETE-PARAMETER-VALUE-EXIT
           END-IF.

           MOVE PGMI TO RUNPARM-PROGRAM.
           MOVE PNAMEI TO RUNPARM-NAME.
           MOVE EFFDATEI TO RUNPARM-EFFDATE.
           EXEC CICS READ FILE('RUNPARM')
                INTO(RUNPARM-RECORD)
                LENGTH(LENGTH OF RUNPARM-RECORD)
                RIDFLD(RUNPARM-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No value keyed for this effective date' TO MSG1O
              GO TO DELETE-PARAMETER-VALUE-EXIT
           END-IF.
           MOVE RUNPARM-VALUE TO WS-OLD-VALUE.
           EXEC CICS DELETE FILE('RUNPARM')
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error deleting value from RUNPARM' TO MSG1O
              GO TO DELETE-PARAMETER-VALUE-EXIT
           END-IF.

           MOVE 'D' TO RUNPAUD-ACTION.
           MOVE SPACES TO RUNPAUD-NEW-VALUE.
           PERFORM WRITE-PARAMETER-AUDIT.

           MOVE 'Value withdrawn' TO MSG1O.
        DELETE-PARAMETER-VALUE-EXIT.
           EXIT.

      ***********************************************************
      * EDIT-PARAMETER-FIELDS - the screen edits: a plausible    *
      * effective date no earlier than today, then the value     *
      * edit for the parameter's type.                           *
      ***********************************************************
        EDIT-PARAMETER-FIELDS SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           EVALUATE TRUE
              WHEN EFFDATEI IS NOT NUMERIC
                 MOVE 'Effective date must be yyyymmdd' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN EFFDATEI(5:2) < '01' OR EFFDATEI(5:2) > '12'
                   OR EFFDATEI(7:2) < '01'
                   OR EFFDATEI(7:2) > '31'
                 MOVE 'Effective date must be yyyymmdd' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN EFFDATEI < WS-CURRENT-DATE
                 MOVE 'Effective date cannot be before today'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN OTHER
                 PERFORM EDIT-PARAMETER-VALUE
           END-EVALUATE.
        EDIT-PARAMETER-FIELDS-EXIT.
           EXIT.

      ***********************************************************
      * EDIT-PARAMETER-VALUE - the value must start in the first *
      * position, fit the parameter's length and pass its type   *
      * edit; a whole number is zero-filled to the full length,  *
      * the form the programs read it in.                        *
      ***********************************************************
        EDIT-PARAMETER-VALUE SECTION.
           MOVE PVALI TO WS-ENTERED-VALUE.
           INSPECT WS-ENTERED-VALUE REPLACING ALL LOW-VALUES BY SPACES.
           MOVE 0 TO WS-VALUE-LEN.
           INSPECT WS-ENTERED-VALUE TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
              WHEN WS-ENTERED-VALUE = SPACES
                 MOVE 'A value is required' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-VALUE-LEN = 0
                 MOVE 'Value must start in the first position'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-VALUE-LEN < LENGTH OF WS-ENTERED-VALUE
                   AND WS-ENTERED-VALUE(WS-VALUE-LEN + 1:)
                       NOT = SPACES
                 MOVE 'Value must not contain spaces' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-VALUE-LEN > RUNPDEFS-LENGTH(RUNPDEFS-IX)
                 MOVE 'Value is too long for this parameter'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN RUNPDEFS-NUMERIC(RUNPDEFS-IX)
                   AND WS-ENTERED-VALUE(1:WS-VALUE-LEN)
                       IS NOT NUMERIC
                 MOVE 'Value must be a whole number' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN RUNPDEFS-TIME(RUNPDEFS-IX)
                   AND (WS-VALUE-LEN NOT = 4
                        OR WS-ENTERED-VALUE(1:4) IS NOT NUMERIC
                        OR WS-ENTERED-VALUE(1:2) > '23'
                        OR WS-ENTERED-VALUE(3:2) > '59')
                 MOVE 'Value must be a time of day, hhmm' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN RUNPDEFS-DATE(RUNPDEFS-IX)
                   AND (WS-VALUE-LEN NOT = 8
                        OR WS-ENTERED-VALUE(1:8) IS NOT NUMERIC
                        OR WS-ENTERED-VALUE(5:2) < '01'
                        OR WS-ENTERED-VALUE(5:2) > '12'
                        OR WS-ENTERED-VALUE(7:2) < '01'
                        OR WS-ENTERED-VALUE(7:2) > '31')
                 MOVE 'Value must be a date, yyyymmdd' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT EDITS-PASSED
              GO TO EDIT-PARAMETER-VALUE-EXIT
           END-IF.

           MOVE SPACES TO WS-NEW-VALUE.
           IF RUNPDEFS-NUMERIC(RUNPDEFS-IX)
              MOVE ALL '0' TO
                  WS-NEW-VALUE(1:RUNPDEFS-LENGTH(RUNPDEFS-IX))
              MOVE WS-ENTERED-VALUE(1:WS-VALUE-LEN) TO
                  WS-NEW-VALUE(RUNPDEFS-LENGTH(RUNPDEFS-IX)
                               - WS-VALUE-LEN + 1:WS-VALUE-LEN)
           ELSE
              MOVE WS-ENTERED-VALUE TO WS-NEW-VALUE
           END-IF.
        EDIT-PARAMETER-VALUE-EXIT.
           EXIT.

      ***********************************************************
      * LOOKUP-VALUE-IN-FORCE - through RUNPGETC, so the screen  *
      * shows exactly what the programs read.                    *
      ***********************************************************
        LOOKUP-VALUE-IN-FORCE SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE PGMI TO RUNPLOOK-PROGRAM.
           MOVE PNAMEI TO RUNPLOOK-NAME.
           EXEC CICS LINK PROGRAM('RUNPGETC')
                COMMAREA(RUNPLOOK-AREA)
                LENGTH(LENGTH OF RUNPLOOK-AREA)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'U' TO RUNPLOOK-RESULT
              MOVE SPACES TO RUNPLOOK-VALUE
           END-IF.
        LOOKUP-VALUE-IN-FORCE-EXIT.
           EXIT.

      ***********************************************************
      * WRITE-PARAMETER-AUDIT - the row changed, its old and new *
      * value, the userid and the time.                          *
      ***********************************************************
        WRITE-PARAMETER-AUDIT SECTION.
           PERFORM GET-CURRENT-TIME.
           MOVE WS-CURRENT-DATE TO RUNPAUD-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO RUNPAUD-TIMESTAMP(9:8).
           MOVE EIBTASKN TO RUNPAUD-TASKNUM.
           MOVE WS-USERID TO RUNPAUD-USERID.
           MOVE RUNPARM-PROGRAM TO RUNPAUD-PROGRAM.
           MOVE RUNPARM-NAME TO RUNPAUD-NAME.
           MOVE RUNPARM-EFFDATE TO RUNPAUD-EFFDATE.
           MOVE WS-OLD-VALUE TO RUNPAUD-OLD-VALUE.
           EXEC CICS WRITE FILE('RUNPAUD')
                FROM(RUNPAUD-RECORD)
                LENGTH(LENGTH OF RUNPAUD-RECORD)
                RIDFLD(RUNPAUD-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Applied, but audit write failed' TO MSG2O
           END-IF.
        WRITE-PARAMETER-AUDIT-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                         YYYYMMDD(WS-CURRENT-DATE)
                         TIME(WS-CURRENT-TIME)
                         END-EXEC.
        GET-CURRENT-TIME-EXIT.
           EXIT.

      * report: each MRGIN control card names a survivor NUMB and a
      * victim NUMB, which must appear as a pair on the DUPPAIRS file
      * FILEADUP's latest run wrote -- an unflagged pair is refused
      * unless the card carries the run's override code (the
      * FILEAMRGOVRD run parameter). The merge rules:
      *   - the survivor's populated fields always stand;
      *   - a blank survivor ADDRX, PHONE, DATEX or COMMENT is
      *     filled from the victim, so nothing known is lost;
      *     at the survivor (MRGnnnnnn) so history stays traceable.
      * Both sides get proper AUDITA before/after images on the
      * chained trail, and every card lands on the merge report as
      * merged or refused with its reason. The victim's FANOTE
      * contact notes are re-keyed to the survivor, each keeping the
      * NUMB it was written against in FANOTE-MERGED-FROM, and the
      * victim's COMPLNT complaints are re-pointed to the survivor
      * the same way, keeping the first NUMB in COMPLNT-MERGED-FROM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-CODE.

           SELECT Contact-Note ASSIGN TO FANOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FANOTE-KEY
              FILE STATUS IS FANOTE-STATUS-CODE.

           SELECT Complaint-File ASSIGN TO COMPLNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COMPLNT-KEY
              FILE STATUS IS CMPFILE-STATUS-CODE.

           SELECT Report-Output ASSIGN TO MRGRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  AuditA-Log.
       COPY AUDITA SUPPRESS.

       FD  Contact-Note.
       COPY FANOTE SUPPRESS.

       FD  Complaint-File.
       COPY COMPLNT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 NOTFOUND                VALUE '23'.
       01 AUDIT-STATUS-CODE           PIC X(2).
           88 AUDIT-NORMAL            VALUE '00'.
       01 FANOTE-STATUS-CODE          PIC X(2).
           88 FANOTE-NORMAL           VALUE '00'.
       01 WS-NOTES-DONE-SW            PIC X(01) VALUE 'N'.
           88 VICTIM-NOTES-DONE       VALUE 'Y'.
       01 WS-NOTES-MOVED              PIC 9(06) COMP VALUE 0.
       01 WS-NOTES-MOVED-DISPLAY      PIC ZZZZZ9.
       01 CMPFILE-STATUS-CODE         PIC X(2).
           88 CMPFILE-NORMAL          VALUE '00'.
       01 WS-COMPLAINTS-DONE-SW       PIC X(01) VALUE 'N'.
           88 VICTIM-COMPLAINTS-DONE  VALUE 'Y'.
       01 WS-COMPLAINTS-MOVED         PIC 9(06) COMP VALUE 0.
       01 WS-COMPLAINTS-NOT-MOVED     PIC 9(06) COMP VALUE 0.
       01 WS-COMPLAINTS-MOVED-DISPLAY PIC ZZZZZ9.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-MERGE-EOF-SW             PIC X(01) VALUE 'N'.
       01 WS-PAIR-FOUND-SW            PIC X(01) VALUE 'N'.
           88 PAIR-WAS-FLAGGED        VALUE 'Y'.

      * The run's override code from the FILEAMRGOVRD run parameter
      * on RUNPARM, else the FILEAMRGOVRD environment variable;
      * SPACES means no override is possible this run.
       01 WS-OVERRIDE-ENV             PIC X(08) VALUE SPACES.
       COPY RUNPLOOK SUPPRESS.
       01 WS-CALLER-USERID            PIC X(08) VALUE SPACES.

      * The two records being merged, held whole for the audit
           05 RC-PAIRS-MERGED         PIC 9(06) COMP VALUE 0.
           05 RC-OVERRIDES-USED       PIC 9(06) COMP VALUE 0.
           05 RC-CARDS-REFUSED        PIC 9(06) COMP VALUE 0.
           05 RC-NOTES-MOVED          PIC 9(06) COMP VALUE 0.
           05 RC-NOTES-NOT-MOVED      PIC 9(06) COMP VALUE 0.
           05 RC-COMPLAINTS-MOVED     PIC 9(06) COMP VALUE 0.
           05 RC-COMPLAINTS-NOT-MOVED PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
      *----------------------------------------------------------------*
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'FILEAMRG' TO RUNPLOOK-PROGRAM
           MOVE 'FILEAMRGOVRD' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:8) NOT = SPACES
              MOVE RUNPLOOK-VALUE(1:8) TO WS-OVERRIDE-ENV
           ELSE
              DISPLAY "FILEAMRGOVRD" UPON ENVIRONMENT-NAME
              ACCEPT WS-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           PERFORM LOAD-FLAGGED-PAIRS

              GOBACK
           END-IF

           OPEN I-O Contact-Note
           IF NOT FANOTE-NORMAL
              DISPLAY "ERROR: unable to open FANOTE, status="
                      FANOTE-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Merge-Input
              CLOSE Filea-VSAM
              CLOSE AuditA-Log
              GOBACK
           END-IF

           OPEN I-O Complaint-File
           IF NOT CMPFILE-NORMAL
              DISPLAY "ERROR: unable to open COMPLNT, status="
                      CMPFILE-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Merge-Input
              CLOSE Filea-VSAM
              CLOSE AuditA-Log
              CLOSE Contact-Note
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open MRGRPT, status="
              CLOSE Merge-Input
              CLOSE Filea-VSAM
              CLOSE AuditA-Log
              CLOSE Contact-Note
              CLOSE Complaint-File
              GOBACK
           END-IF

               UNTIL MRGIN-EOF

           CLOSE Report-Output.
           CLOSE Complaint-File.
           CLOSE Contact-Note.
           CLOSE AuditA-Log.
           CLOSE Filea-VSAM.
           CLOSE Merge-Input.
           DISPLAY "   Pairs merged         : " RC-PAIRS-MERGED
           DISPLAY "   Overrides used       : " RC-OVERRIDES-USED
           DISPLAY "   Cards refused        : " RC-CARDS-REFUSED
           DISPLAY "   Notes moved          : " RC-NOTES-MOVED
           DISPLAY "   Notes left on victim : " RC-NOTES-NOT-MOVED
           DISPLAY "   Complaints moved     : " RC-COMPLAINTS-MOVED
           DISPLAY "   Complaints left      : "
                   RC-COMPLAINTS-NOT-MOVED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           MOVE 'D' TO WS-AUDIT-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM MOVE-VICTIM-NOTES
           PERFORM MOVE-VICTIM-COMPLAINTS

           ADD 1 TO RC-PAIRS-MERGED
           MOVE MG-SURVIVOR-NUMB TO RL-SURVIVOR
           MOVE MG-VICTIM-NUMB TO RL-VICTIM
                  MG-SURVIVOR-NUMB
                  DELIMITED BY SIZE INTO RL-REASON
           PERFORM WRITE-RESULT-LINE
           IF WS-NOTES-MOVED > 0
              MOVE WS-NOTES-MOVED TO WS-NOTES-MOVED-DISPLAY
              MOVE SPACES TO RL-ACTION
              MOVE SPACES TO RL-REASON
              STRING WS-NOTES-MOVED-DISPLAY
                     ' CONTACT NOTES MOVED TO SURVIVOR'
                     DELIMITED BY SIZE INTO RL-REASON
              PERFORM WRITE-RESULT-LINE
           END-IF
           IF WS-COMPLAINTS-MOVED > 0
              MOVE WS-COMPLAINTS-MOVED TO WS-COMPLAINTS-MOVED-DISPLAY
              MOVE SPACES TO RL-ACTION
              MOVE SPACES TO RL-REASON
              STRING WS-COMPLAINTS-MOVED-DISPLAY
                     ' COMPLAINTS MOVED TO SURVIVOR'
                     DELIMITED BY SIZE INTO RL-REASON
              PERFORM WRITE-RESULT-LINE
           END-IF
           .
       APPLY-ONE-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MOVE-VICTIM-NOTES - re-keys every FANOTE note held under the   *
      * victim to the survivor, keeping its timestamp. Each pass       *
      * starts afresh at victim+LOW-VALUES, since the note it finds    *
      * is deleted from under the victim before it is written back.    *
      * A note that cannot be written under the survivor is put back   *
      * under the victim and left there for follow-up (RC 4).          *
      *----------------------------------------------------------------*
       MOVE-VICTIM-NOTES SECTION.
           MOVE 0 TO WS-NOTES-MOVED
           MOVE 'N' TO WS-NOTES-DONE-SW
           PERFORM MOVE-ONE-VICTIM-NOTE
               UNTIL VICTIM-NOTES-DONE
           .
       MOVE-VICTIM-NOTES-EXIT.
           EXIT.

       MOVE-ONE-VICTIM-NOTE SECTION.
           MOVE MG-VICTIM-NUMB TO FANOTE-NUMB
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP
           START Contact-Note KEY IS NOT LESS THAN FANOTE-KEY
           IF NOT FANOTE-NORMAL
              MOVE 'Y' TO WS-NOTES-DONE-SW
              GO TO MOVE-ONE-VICTIM-NOTE-EXIT
           END-IF
           READ Contact-Note NEXT RECORD
           IF NOT FANOTE-NORMAL
              OR FANOTE-NUMB NOT = MG-VICTIM-NUMB
              MOVE 'Y' TO WS-NOTES-DONE-SW
              GO TO MOVE-ONE-VICTIM-NOTE-EXIT
           END-IF
           DELETE Contact-Note RECORD
           IF NOT FANOTE-NORMAL
              DISPLAY "WARNING: FANOTE delete failed for "
                      FANOTE-KEY ", status=" FANOTE-STATUS-CODE
              ADD 1 TO RC-NOTES-NOT-MOVED
              PERFORM FLAG-NOTES-NOT-MOVED
              GO TO MOVE-ONE-VICTIM-NOTE-EXIT
           END-IF
           MOVE MG-SURVIVOR-NUMB TO FANOTE-NUMB
           IF FANOTE-MERGED-FROM = SPACES
              MOVE MG-VICTIM-NUMB TO FANOTE-MERGED-FROM
           END-IF
           WRITE FANOTE-RECORD
           IF FANOTE-NORMAL
              ADD 1 TO WS-NOTES-MOVED
              ADD 1 TO RC-NOTES-MOVED
           ELSE
              DISPLAY "WARNING: FANOTE write failed for "
                      FANOTE-KEY ", status=" FANOTE-STATUS-CODE
              MOVE MG-VICTIM-NUMB TO FANOTE-NUMB
              IF FANOTE-MERGED-FROM = MG-VICTIM-NUMB
                 MOVE SPACES TO FANOTE-MERGED-FROM
              END-IF
              WRITE FANOTE-RECORD
              IF NOT FANOTE-NORMAL
                 DISPLAY "ERROR: FANOTE note could not be put back, "
                         "status=" FANOTE-STATUS-CODE
                 DISPLAY "       " FANOTE-RECORD
              END-IF
              ADD 1 TO RC-NOTES-NOT-MOVED
              PERFORM FLAG-NOTES-NOT-MOVED
           END-IF
           .
       MOVE-ONE-VICTIM-NOTE-EXIT.
           EXIT.

       FLAG-NOTES-NOT-MOVED SECTION.
           MOVE 'Y' TO WS-NOTES-DONE-SW
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE MG-SURVIVOR-NUMB TO RL-SURVIVOR
           MOVE MG-VICTIM-NUMB TO RL-VICTIM
           MOVE 'NOTES     ' TO RL-ACTION
           MOVE 'CONTACT NOTES LEFT ON VICTIM, SEE LOG'
               TO RL-REASON
           PERFORM WRITE-RESULT-LINE
           .
       FLAG-NOTES-NOT-MOVED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MOVE-VICTIM-COMPLAINTS - COMPLNT is keyed by complaint number, *
      * so the whole register is browsed from complaint 1 (complaint   *
      * zero is the number-range control record) and every complaint  *
      * naming the victim is rewritten under the survivor in place.    *
      * One that cannot be rewritten is left on the victim for         *
      * follow-up (RC 4) and the browse carries on.                    *
      *----------------------------------------------------------------*
       MOVE-VICTIM-COMPLAINTS SECTION.
           MOVE 0 TO WS-COMPLAINTS-MOVED
           MOVE 0 TO WS-COMPLAINTS-NOT-MOVED
           MOVE 1 TO COMPLNT-NUMBER
           START Complaint-File KEY IS NOT LESS THAN COMPLNT-KEY
           IF CMPFILE-NORMAL
              MOVE 'N' TO WS-COMPLAINTS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-COMPLAINTS-DONE-SW
           END-IF
           PERFORM MOVE-ONE-VICTIM-COMPLAINT
               UNTIL VICTIM-COMPLAINTS-DONE
           IF WS-COMPLAINTS-NOT-MOVED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE MG-SURVIVOR-NUMB TO RL-SURVIVOR
              MOVE MG-VICTIM-NUMB TO RL-VICTIM
              MOVE 'COMPLAINTS' TO RL-ACTION
              MOVE 'COMPLAINTS LEFT ON VICTIM, SEE LOG'
                  TO RL-REASON
              PERFORM WRITE-RESULT-LINE
           END-IF
           .
       MOVE-VICTIM-COMPLAINTS-EXIT.
           EXIT.

       MOVE-ONE-VICTIM-COMPLAINT SECTION.
           READ Complaint-File NEXT RECORD
           IF NOT CMPFILE-NORMAL
              MOVE 'Y' TO WS-COMPLAINTS-DONE-SW
              GO TO MOVE-ONE-VICTIM-COMPLAINT-EXIT
           END-IF
           IF COMPLNT-NUMB NOT = MG-VICTIM-NUMB
              GO TO MOVE-ONE-VICTIM-COMPLAINT-EXIT
           END-IF
           MOVE MG-SURVIVOR-NUMB TO COMPLNT-NUMB
           IF COMPLNT-MERGED-FROM = SPACES
              MOVE MG-VICTIM-NUMB TO COMPLNT-MERGED-FROM
           END-IF
           REWRITE COMPLNT-RECORD
           IF CMPFILE-NORMAL
              ADD 1 TO WS-COMPLAINTS-MOVED
              ADD 1 TO RC-COMPLAINTS-MOVED
           ELSE
              DISPLAY "WARNING: COMPLNT rewrite failed for "
                      COMPLNT-KEY ", status=" CMPFILE-STATUS-CODE
              ADD 1 TO WS-COMPLAINTS-NOT-MOVED
              ADD 1 TO RC-COMPLAINTS-NOT-MOVED
           END-IF
           .
       MOVE-ONE-VICTIM-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STAMP-LAST-UPDATED - stamps date/time/userid and recomputes    *
      * the packed AMOUNT-NUMERIC companion, exactly as ATSFILEA does  *
           MOVE WS-AUDIT-VERB TO AUDIT-VERB
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-APPROVAL
           PERFORM COMPUTE-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL

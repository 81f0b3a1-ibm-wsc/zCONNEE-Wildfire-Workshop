           05 RC-DECLINED-COUNT       PIC 9(08) COMP VALUE 0.
           05 RC-ERROR-COUNT          PIC 9(08) COMP VALUE 0.
           05 RC-UNKNOWN-BROKER       PIC 9(08) COMP VALUE 0.
           05 RC-SCREEN-HELD          PIC 9(08) COMP VALUE 0.
           05 RC-SCREEN-REFUSED       PIC 9(08) COMP VALUE 0.

      * Sanctions and watch-list screening of every applicant through
      * the common SCRNCHK check, before the application is decided.
       COPY SCRNPARM.

      * Decision-letter line layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
           END-IF.
           CLOSE Loan-History.
           CLOSE Application-Input.
           MOVE 'E' TO SCRNPARM-FUNCTION
           CALL 'SCRNCHK' USING SCRNPARM-AREA

           PERFORM DISPLAY-BATCH-SUMMARY.

              SUBTRACT 1 FROM WS-SKIP-REMAINING
              ADD 1 TO RC-SKIPPED-RESTART
           ELSE
              PERFORM SCREEN-APPLICANT
              IF NOT SCRNPARM-NO-MATCH
                 ADD 1 TO WS-COMPLETED-COUNT
                 PERFORM UPDATE-RESTART-CHECKPOINT
                 GO TO PROCESS-ONE-APPLICATION-NEXT
              END-IF
              PERFORM INVOKE-LOAN-API
              IF BAQ-SUCCESS
                 IF APPROVEDX2 IN POST-RESPONSE IS EQUAL TO 'T'
              ADD 1 TO WS-COMPLETED-COUNT
              PERFORM UPDATE-RESTART-CHECKPOINT
           END-IF
           .
       PROCESS-ONE-APPLICATION-NEXT.
           PERFORM READ-NEXT-APPLICATION
           .
       PROCESS-ONE-APPLICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCREEN-APPLICANT - screens the applicant's name through        *
      * SCRNCHK before anything is decided. There is no loan UID yet,  *
      * so the applicant is known to the queue by the screening key of *
      * the name. A match holds the application record itself on      *
      * SCRNHIT, undecided and unlettered, and compliance's clearing   *
      * releases it to a later run; a confirmed match, or a screen     *
      * that cannot be run, refuses it. SCRNPARM-RESULT is left 'N'    *
      * only when the application may be decided.                      *
      *----------------------------------------------------------------*
       SCREEN-APPLICANT SECTION.
           MOVE 'K' TO SCRNPARM-FUNCTION
           MOVE APP-NAME TO SCRNPARM-NAME
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           MOVE 'S' TO SCRNPARM-FUNCTION
           MOVE 'L' TO SCRNPARM-SOURCE
           MOVE SCRNPARM-SCREEN-KEY TO SCRNPARM-SUBJECT
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           IF SCRNPARM-MATCH-TO-HOLD
              MOVE 'H' TO SCRNPARM-FUNCTION
              MOVE 'L' TO SCRNPARM-HOLD-TYPE
              MOVE 'LOANBAT' TO SCRNPARM-ORIGIN
              MOVE LNREVIEW-RUN-IDENTITY TO SCRNPARM-USERID
              MOVE APPLICATION-RECORD TO SCRNPARM-HELD-DATA
              CALL 'SCRNCHK' USING SCRNPARM-AREA
           END-IF
           EVALUATE TRUE
              WHEN SCRNPARM-NO-MATCH
                 CONTINUE
              WHEN SCRNPARM-MATCH-TO-HOLD
                 ADD 1 TO RC-SCREEN-HELD
                 DISPLAY "LOANBAT: application from " APP-NAME
                         " held for compliance screening"
              WHEN SCRNPARM-MATCH-CONFIRMED
                 ADD 1 TO RC-SCREEN-REFUSED
                 DISPLAY "LOANBAT: application from " APP-NAME
                         " refused, name on screening list"
              WHEN OTHER
                 ADD 1 TO RC-SCREEN-REFUSED
                 DISPLAY "LOANBAT: application from " APP-NAME
                         " not decided, screening unavailable"
           END-EVALUATE
           .
       SCREEN-APPLICANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * INVOKE-LOAN-API - one postMiniLoan round trip for the         *
      * application currently in the input area.                      *
           WRITE LETTER-LINE

           IF APPROVEDX2 IN POST-RESPONSE IS EQUAL TO 'T'
              MOVE 'WE ARE PLEASED TO CONFIRM YOUR LOAN APPLICATION HAS 
      -           'BEEN APPROVED.' TO WS-LETTER-BODY
           ELSE
              MOVE 'WE REGRET THAT YOUR LOAN APPLICATION HAS NOT BEEN AP
      -           'PROVED.' TO WS-LETTER-BODY
           END-IF
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           DISPLAY "   Errors               : " RC-ERROR-COUNT
           DISPLAY "   Unknown broker codes : "
                   RC-UNKNOWN-BROKER
           DISPLAY "   Held for screening   : " RC-SCREEN-HELD
           DISPLAY "   Refused by screening : " RC-SCREEN-REFUSED
           DISPLAY "======================================"
           .
       DISPLAY-BATCH-SUMMARY-EXIT.

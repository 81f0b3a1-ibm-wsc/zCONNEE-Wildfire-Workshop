      * these up).
       COPY APIACCT SUPPRESS.
       01 WS-ACCT-SEQ                 PIC 9(06) VALUE 0.
      * Sanctions and watch-list screening of the applicant through
      * the common SCRNCHKC check before the API is invoked. A match
      * holds the application on the compliance review queue, as a
      * LOANAPPS record image, and the applicant is told only that the
      * application has been received.
       COPY SCRNPARM SUPPRESS.
       01 WS-HELD-APPLICATION.
           05 WS-HELD-NAME            PIC X(20).
           05 WS-HELD-CREDIT-SCORE    PIC 9(03).
           05 WS-HELD-YEARLY-INCOME   PIC 9(09).
           05 WS-HELD-AGE             PIC 9(03).
           05 WS-HELD-AMOUNT          PIC 9(09).
           05 WS-HELD-YEARLY-REPAYMENT PIC 9(09).
           05 WS-HELD-BROKER-CODE     PIC X(06).
           05 FILLER                  PIC X(21).
       01 COMMAREA-BUFFER.
           10 name pic X(20).
           10 creditScore pic 9(18).
                     MOVE 1 to AGE-num                IN POST-REQUEST
                     MOVE 1 to AMOUNT-num             IN POST-REQUEST
                     MOVE 1 to YEARLYREPAYMENT-num    IN POST-REQUEST
                     PERFORM SCREEN-APPLICANT
                     PERFORM INVOKE-API
                     IF BAQ-SUCCESS THEN
                         DISPLAY APPROVEDX2 in POST-RESPONSE
        BUILD-RESUBMIT-MESSAGE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SCREEN-APPLICANT - screens the applicant's name through       *
      * SCRNCHKC before the loan is decided; the applicant is known   *
      * to the queue by the screening key of the name. Only a clear   *
      * screen returns here. Anything else ends the transaction with  *
      * the same neutral reply, so the applicant learns nothing of    *
      * the screening: a match is held for compliance and the         *
      * applicant may resubmit once it is cleared, a confirmed match  *
      * or a screen that cannot be run is simply not decided.         *
      *---------------------------------------------------------------*
        SCREEN-APPLICANT SECTION.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE 'K' TO SCRNPARM-FUNCTION.
           MOVE NAME2 IN POST-REQUEST TO SCRNPARM-NAME.
           PERFORM LINK-SCREENING-CHECK.
           MOVE 'S' TO SCRNPARM-FUNCTION.
           MOVE 'L' TO SCRNPARM-SOURCE.
           MOVE SCRNPARM-SCREEN-KEY TO SCRNPARM-SUBJECT.
           PERFORM LINK-SCREENING-CHECK.
           IF SCRNPARM-NO-MATCH
              GO TO SCREEN-APPLICANT-EXIT
           END-IF.
           IF SCRNPARM-MATCH-TO-HOLD
              MOVE SPACES TO WS-HELD-APPLICATION
              MOVE NAME2 IN POST-REQUEST TO WS-HELD-NAME
              MOVE CREDITSCORE IN POST-REQUEST TO WS-HELD-CREDIT-SCORE
              MOVE YEARLYINCOME IN POST-REQUEST
                                      TO WS-HELD-YEARLY-INCOME
              MOVE AGE IN POST-REQUEST TO WS-HELD-AGE
              MOVE AMOUNT IN POST-REQUEST TO WS-HELD-AMOUNT
              MOVE YEARLYREPAYMENT IN POST-REQUEST
                                      TO WS-HELD-YEARLY-REPAYMENT
              MOVE 'H' TO SCRNPARM-FUNCTION
              MOVE 'J' TO SCRNPARM-HOLD-TYPE
              MOVE 'LOANAPIR' TO SCRNPARM-ORIGIN
              MOVE WS-USERID TO SCRNPARM-USERID
              MOVE WS-HELD-APPLICATION TO SCRNPARM-HELD-DATA
              PERFORM LINK-SCREENING-CHECK
           END-IF.
           IF NOT SCRNPARM-MATCH-TO-HOLD
              MOVE SPACES TO EM-DETAIL
              STRING 'LOANAPIR application not decided, screening '
                     'result ' SCRNPARM-RESULT ' for '
                     NAME2 IN POST-REQUEST
                     DELIMITED BY SIZE INTO EM-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF.
           MOVE 'Application received' TO approvedo.
           MOVE 'Your application has been received and is being'
                TO MSG1O.
           MOVE 'processed. We will contact you about the outcome.'
                TO MSG2O.
           EXEC CICS SEND CONTROL ERASE END-EXEC
           EXEC CICS SEND MAP('MINIMAP')
                MAPSET('MINIMAP')
                FREEKB ERASE END-EXEC
           EXEC CICS RETURN END-EXEC.
        SCREEN-APPLICANT-EXIT.
           EXIT.

        LINK-SCREENING-CHECK SECTION.
           EXEC CICS LINK PROGRAM('SCRNCHKC')
                COMMAREA(SCRNPARM-AREA)
                LENGTH(LENGTH OF SCRNPARM-AREA)
                RESP(WS-EIBRESP)
                END-EXEC.
           IF WS-EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'U' TO SCRNPARM-RESULT
           END-IF.
        LINK-SCREENING-CHECK-EXIT.
           EXIT.

        INVOKE-API SECTION.
      *---------------------------------------------------------------*
      * Obtain a fresh single-use PassTicket for this call through    *
      * retry a few times with a short escalating pause before giving
      * up; BAQ-ERROR-IN-API and BAQ-ERROR-IN-STUB are not retried
      * since those mean the request or the local stub is bad, not
      * the server. The shared circuit breaker is asked first through
      * BAQBRKRC (a CICS program cannot CALL the batch BAQBRKR): while
      * the operation's breaker is open the retry paragraph fails the
      * call at once as service unavailable, and the outcome of a
      * call that was made is reported back to it.
           MOVE SPACES TO BAQ-BREAKER-PGM-NAME.
           MOVE 'A' TO BAQ-BRK-FUNCTION.
           MOVE MIN00-API-NAME TO BAQ-BRK-API-NAME.
           MOVE MIN00-OPERATION-ID TO BAQ-BRK-OPERATION.
           PERFORM LINK-CIRCUIT-BREAKER.
           PERFORM Call-Comm-Stub-With-Retry.
           IF NOT BAQ-BRK-REFUSED
              MOVE 'R' TO BAQ-BRK-FUNCTION
              IF BAQ-ERROR-IN-ZCEE OR BAQ-ERROR-IN-STUB
                 MOVE 'F' TO BAQ-BRK-OUTCOME
              ELSE
                 MOVE 'S' TO BAQ-BRK-OUTCOME
              END-IF
              PERFORM LINK-CIRCUIT-BREAKER
           END-IF.
           PERFORM WRITE-API-ACCOUNTING.
      * The BAQ-RETURN-CODE field in 'BAQRINFO' indicates whether this
      * API call is successful.

      ***********************************************************
      * LINK-CIRCUIT-BREAKER - a breaker that cannot be reached  *
      * lets the call go ahead.                                  *
      ***********************************************************
        LINK-CIRCUIT-BREAKER SECTION.
           EXEC CICS LINK PROGRAM('BAQBRKRC')
                COMMAREA(BAQ-BREAKER-AREA)
                LENGTH(LENGTH OF BAQ-BREAKER-AREA)
                RESP(WS-EIBRESP)
                END-EXEC.
           IF WS-EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'A' TO BAQ-BRK-RESULT
           END-IF.
        LINK-CIRCUIT-BREAKER-EXIT.
           EXIT.

      ***********************************************************
      * WRITE-API-ACCOUNTING - one APIACCT usage record for the  *
      * call just made, success or failure, with the shared      *
                   MOVE 'STUB' TO EM-ORIGIN
              END-EVALUATE
              DISPLAY "Error origin:" EM-ORIGIN.
      * A call the open circuit breaker refused is not logged again:
      * the outage is already on PROBLOG as the breaker opening.
              IF NOT BAQ-BRK-REFUSED
                 PERFORM WRITE-PROBLEM-LOG-RECORD
              END-IF.

      *---------------------------------------------------------------*
      * WRITE-PROBLEM-LOG-RECORD - records a structured entry in the  *

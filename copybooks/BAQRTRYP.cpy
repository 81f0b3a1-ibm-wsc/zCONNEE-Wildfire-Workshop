      *  BAQ-REQUEST-PTR/BAQ-REQUEST-LEN/BAQ-RESPONSE-INFO/            *
      *  BAQ-RESPONSE-PTR/BAQ-RESPONSE-LEN to already be set up by the *
      *  caller before this paragraph is PERFORMed.                    *
      *  The shared circuit breaker (see BAQRTRY) is asked first; an   *
      *  operation whose breaker is open is failed at once instead of  *
      *  being retried, and the outcome of every call that was made is *
      *  reported back to it. Only a server or stub failure counts     *
      *  against the breaker - an API answering with an error proves  *
      *  the service is up.                                            *
      *----------------------------------------------------------------*
       RETRY-PARAGRAPH-NAME.
           MOVE 0 TO BAQ-RETRY-COUNT
           MOVE 'N' TO BAQ-RETRY-DONE-SW
           IF BAQ-BREAKER-PGM-NAME NOT = SPACES
             MOVE 'A' TO BAQ-BRK-FUNCTION
             MOVE INFO-OPER1(1:30) TO BAQ-BRK-API-NAME
             MOVE INFO-OPER1(41:30) TO BAQ-BRK-OPERATION
             CALL BAQ-BREAKER-PGM-NAME USING BAQ-BREAKER-AREA
           END-IF
           IF BAQ-BRK-REFUSED
             MOVE 'Y' TO BAQ-RETRY-DONE-SW
             MOVE 8 TO BAQ-RETURN-CODE
             MOVE 503 TO BAQ-STATUS-CODE
             MOVE SPACES TO BAQ-STATUS-MESSAGE
             STRING 'SERVICE UNAVAILABLE - CIRCUIT BREAKER OPEN FOR '
                    DELIMITED BY SIZE
                    BAQ-BRK-API-NAME DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    BAQ-BRK-OPERATION DELIMITED BY SPACE
                    INTO BAQ-STATUS-MESSAGE
           END-IF
           PERFORM UNTIL BAQ-RETRY-DONE
                      OR BAQ-RETRY-COUNT IS EQUAL TO BAQ-MAX-RETRIES
             ADD 1 TO BAQ-RETRY-COUNT
             ELSE
               MOVE 'Y' TO BAQ-RETRY-DONE-SW
             END-IF
           END-PERFORM
           IF BAQ-BREAKER-PGM-NAME NOT = SPACES
              AND NOT BAQ-BRK-REFUSED
             MOVE 'R' TO BAQ-BRK-FUNCTION
             IF BAQ-ERROR-IN-ZCEE OR BAQ-ERROR-IN-STUB
               MOVE 'F' TO BAQ-BRK-OUTCOME
             ELSE
               MOVE 'S' TO BAQ-BRK-OUTCOME
             END-IF
             CALL BAQ-BREAKER-PGM-NAME USING BAQ-BREAKER-AREA
           END-IF.
       RETRY-PARAGRAPH-NAME-EXIT.
           EXIT.

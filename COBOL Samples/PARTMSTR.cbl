      *      Adds, updates and inquires against the parts-master VSAM  *
      *      file keyed by PART-PREFIX+PART-NUMBER (see PART.cbl),     *
      *      following the same request/response commarea style as    *
      *      DFH0XVDS's catalog handling. 01ISSU issues stock out of   *
      *      the stores against a job or cost centre, refusing more    *
      *      than is on hand, and records each issue on the CONSHIST   *
      *      consumption history (see CONSHIST.cpy).                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *

      * Constants
       01 WS-FILENAME                  PIC X(8)  VALUE 'PARTFILE'.
       01 WS-CONSUMPTION-FILE          PIC X(8)  VALUE 'CONSHIST'.

      * Date and time of an issue
       01 WS-ABS-TIME                  PIC S9(15) COMP-3.
       01 WS-ISSUE-TIME                PIC X(08).

      * Record area used for CICS file I/O against the parts file
       COPY PART.

      * Record area for the consumption history of an issue
       COPY CONSHIST.

      *----------------------------------------------------------------*

      ******************************************************************
                   PERFORM PART-UPDATE
               WHEN '01INQ'
                   PERFORM PART-INQUIRE
               WHEN '01ISSU'
                   PERFORM PART-ISSUE THRU PART-ISSUE-DONE
               WHEN OTHER
                   PERFORM REQUEST-NOT-RECOGNISED
           END-EVALUATE
                   MOVE 'ERROR READING PART' TO CA-RESPONSE-MESSAGE
           END-EVALUATE.

      *================================================================*
      * Procedure to issue stock from a part against a job or cost     *
      * centre. The quantity may not exceed what is on hand; the       *
      * issue is written to the consumption history and the part is   *
      * only reduced if both succeed                                   *
      *================================================================*
        PART-ISSUE.
           IF CA-ISSUE-QTY IS NOT NUMERIC
              OR CA-ISSUE-QTY IS EQUAL TO ZERO
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'ISSUE QUANTITY REQUIRED' TO CA-RESPONSE-MESSAGE
               GO TO PART-ISSUE-DONE
           END-IF
           IF CA-ISSUE-CHARGE-TYPE NOT EQUAL 'J'
              AND CA-ISSUE-CHARGE-TYPE NOT EQUAL 'C'
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'CHARGE TYPE MUST BE J (JOB) OR C (COST CENTRE)'
                    TO CA-RESPONSE-MESSAGE
               GO TO PART-ISSUE-DONE
           END-IF
           IF CA-ISSUE-CHARGE-CODE IS EQUAL TO SPACES
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'JOB OR COST CENTRE CODE REQUIRED' TO
                                          CA-RESPONSE-MESSAGE
               GO TO PART-ISSUE-DONE
           END-IF

           MOVE CA-PART-PREFIX TO PART-PREFIX OF PART-REC
           MOVE CA-PART-NUMBER TO PART-NUMBER OF PART-REC

           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
                          INTO(PART-REC)
                          RIDFLD(PART-KEY OF PART-REC)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE 'PART NOT FOUND' TO CA-RESPONSE-MESSAGE
                   GO TO PART-ISSUE-DONE
               WHEN OTHER
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR READING PART' TO CA-RESPONSE-MESSAGE
                   GO TO PART-ISSUE-DONE
           END-EVALUATE

           IF CA-ISSUE-QTY IS GREATER THAN
                                  PART-QTY-ON-HAND OF PART-REC
               EXEC CICS UNLOCK FILE(WS-FILENAME)
               END-EXEC
               MOVE PART-QTY-ON-HAND OF PART-REC TO
                                            CA-ISSUE-QTY-AFTER
               MOVE 24 TO CA-RETURN-CODE
               MOVE 'ISSUE EXCEEDS STOCK ON HAND - NOT ISSUED' TO
                                          CA-RESPONSE-MESSAGE
               GO TO PART-ISSUE-DONE
           END-IF

           SUBTRACT CA-ISSUE-QTY FROM PART-QTY-ON-HAND OF PART-REC

           MOVE SPACES TO CONSHIST-RECORD
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(CONSHIST-ISSUE-DATE)
                     TIME(WS-ISSUE-TIME)
           END-EXEC
           MOVE PART-KEY OF PART-REC TO CONSHIST-PART-KEY
           MOVE WS-ISSUE-TIME(1:6) TO CONSHIST-ISSUE-TIME
           MOVE 0 TO CONSHIST-SEQUENCE
           MOVE CA-ISSUE-CHARGE-TYPE TO CONSHIST-CHARGE-TYPE
           MOVE CA-ISSUE-CHARGE-CODE TO CONSHIST-CHARGE-CODE
           MOVE CA-ISSUE-QTY TO CONSHIST-QTY-ISSUED
           MOVE PART-UNIT-COST OF PART-REC TO CONSHIST-UNIT-COST
           MOVE PART-QTY-ON-HAND OF PART-REC TO CONSHIST-QTY-AFTER
           MOVE 'O' TO CONSHIST-SOURCE
           EXEC CICS ASSIGN USERID(CONSHIST-USERID) END-EXEC

           PERFORM WRITE-CONSUMPTION-HISTORY
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(WS-FILENAME)
               END-EXEC
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR RECORDING ISSUE - PART NOT ISSUED' TO
                                          CA-RESPONSE-MESSAGE
               GO TO PART-ISSUE-DONE
           END-IF

           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(PART-REC)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE PART-QTY-ON-HAND OF PART-REC TO
                                            CA-ISSUE-QTY-AFTER
               MOVE 'PART ISSUED' TO CA-RESPONSE-MESSAGE
           ELSE
      *        The history record must not stand without the stock
      *        movement it describes
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING PART - NOT ISSUED' TO
                                          CA-RESPONSE-MESSAGE
           END-IF.
        PART-ISSUE-DONE.
           EXIT.

      *    Next free sequence for two issues of a part in one second
        WRITE-CONSUMPTION-HISTORY.
           EXEC CICS WRITE FILE(WS-CONSUMPTION-FILE)
                           FROM(CONSHIST-RECORD)
                           RIDFLD(CONSHIST-KEY)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE EQUAL DFHRESP(DUPREC)
              AND CONSHIST-SEQUENCE IS LESS THAN 99
               ADD 1 TO CONSHIST-SEQUENCE
               GO TO WRITE-CONSUMPTION-HISTORY
           END-IF.

      *================================================================*
      * Procedure to handle unknown requests                           *
      *================================================================*

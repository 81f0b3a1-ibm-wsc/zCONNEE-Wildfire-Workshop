      *****************************************************************
      *    SCRNCHKC                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNCHKC.
      * The CICS side of the common sanctions and watch-list screening
      * check: LINKed to with the SCRNPARM area as the COMMAREA by the
      * online intake points (CSCVINC, LOANAPIR, LOANCICS). Screens and
      * queues exactly as the batch SCRNCHK does, under the same
      * screening key, against the SCRNLIST and SCRNHIT files.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SCRNPARM SUPPRESS.
       COPY SCRNKEY SUPPRESS.
       COPY SCRNLIST SUPPRESS.
       COPY SCRNHIT SUPPRESS.
       01 WS-RESP                     PIC S9(8) COMP VALUE 0.
       01 WS-LIST-BROWSE-SW           PIC X(01) VALUE 'N'.
           88 LIST-BROWSE-DONE        VALUE 'Y'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                   PIC X(461).

       PROCEDURE DIVISION.

      ***********************************************************
      * Main Program loop starts here....                       *
      ***********************************************************

       MAIN-PROCESS SECTION.

           MOVE DFHCOMMAREA TO SCRNPARM-AREA.

           EVALUATE TRUE
              WHEN SCRNPARM-BUILD-KEY
                 PERFORM BUILD-SCREEN-KEY
              WHEN SCRNPARM-SCREEN
                 PERFORM BUILD-SCREEN-KEY
                 PERFORM SCREEN-ONE-NAME
              WHEN SCRNPARM-HOLD
                 PERFORM QUEUE-ONE-MATCH
              WHEN SCRNPARM-END-OF-RUN
                 CONTINUE
              WHEN OTHER
                 MOVE 'U' TO SCRNPARM-RESULT
           END-EVALUATE.

           MOVE SCRNPARM-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       MAIN-PROCESS-EXIT.
           EXIT.

      ***********************************************************
      * SCREEN-ONE-NAME - browses every list name filed under    *
      * the key and reports the strongest match not already      *
      * cleared for this party: a confirmed one outranks a held  *
      * one. A list that cannot be browsed is reported           *
      * unavailable so the caller refuses rather than lets the   *
      * name through unscreened.                                 *
      ***********************************************************
       SCREEN-ONE-NAME SECTION.

           MOVE 'N' TO SCRNPARM-RESULT.
           MOVE SPACE TO SCRNPARM-HIT-STATUS.
           MOVE SPACES TO SCRNPARM-ENTRY-ID
                          SCRNPARM-LISTED-NAME
                          SCRNPARM-LIST-CODE.
           IF SCRNPARM-SCREEN-KEY = SPACES
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF.

           MOVE SCRNPARM-SCREEN-KEY TO SCRNLIST-SCREEN-KEY.
           MOVE LOW-VALUES TO SCRNLIST-ENTRY-ID.
           EXEC CICS STARTBR FILE('SCRNLIST')
                RIDFLD(SCRNLIST-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'U' TO SCRNPARM-RESULT
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF.
           MOVE 'N' TO WS-LIST-BROWSE-SW.
           PERFORM CHECK-ONE-LIST-NAME
               UNTIL LIST-BROWSE-DONE.
           EXEC CICS ENDBR FILE('SCRNLIST')
                RESP(WS-RESP)
                END-EXEC.

       SCREEN-ONE-NAME-EXIT.
           EXIT.

       CHECK-ONE-LIST-NAME SECTION.

           EXEC CICS READNEXT FILE('SCRNLIST')
                INTO(SCRNLIST-RECORD)
                LENGTH(LENGTH OF SCRNLIST-RECORD)
                RIDFLD(SCRNLIST-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR SCRNLIST-SCREEN-KEY NOT = SCRNPARM-SCREEN-KEY
              MOVE 'Y' TO WS-LIST-BROWSE-SW
              GO TO CHECK-ONE-LIST-NAME-EXIT
           END-IF.

           MOVE SCRNPARM-SOURCE TO SCRNHIT-SOURCE.
           MOVE SCRNPARM-SUBJECT TO SCRNHIT-SUBJECT.
           MOVE SCRNLIST-ENTRY-ID TO SCRNHIT-ENTRY-ID.
           EXEC CICS READ FILE('SCRNHIT')
                INTO(SCRNHIT-RECORD)
                RIDFLD(SCRNHIT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL) AND SCRNHIT-CLEARED
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NORMAL) AND SCRNHIT-CONFIRMED
                 MOVE 'M' TO SCRNPARM-RESULT
                 MOVE 'M' TO SCRNPARM-HIT-STATUS
                 PERFORM NOTE-MATCHED-ENTRY
                 MOVE 'Y' TO WS-LIST-BROWSE-SW
              WHEN SCRNPARM-NO-MATCH
                 MOVE 'H' TO SCRNPARM-RESULT
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE SCRNHIT-STATUS TO SCRNPARM-HIT-STATUS
                 END-IF
                 PERFORM NOTE-MATCHED-ENTRY
           END-EVALUATE.

       CHECK-ONE-LIST-NAME-EXIT.
           EXIT.

       NOTE-MATCHED-ENTRY SECTION.

           MOVE SCRNLIST-ENTRY-ID TO SCRNPARM-ENTRY-ID.
           MOVE SCRNLIST-LISTED-NAME TO SCRNPARM-LISTED-NAME.
           MOVE SCRNLIST-LIST-CODE TO SCRNPARM-LIST-CODE.

       NOTE-MATCHED-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * QUEUE-ONE-MATCH - the match the last screen returned     *
      * goes on the review queue, holding what the caller held;  *
      * holding the same party against the same entry again      *
      * replaces what it held.                                   *
      ***********************************************************
       QUEUE-ONE-MATCH SECTION.

           MOVE SPACES TO SCRNHIT-RECORD.
           MOVE SCRNPARM-SOURCE TO SCRNHIT-SOURCE.
           MOVE SCRNPARM-SUBJECT TO SCRNHIT-SUBJECT.
           MOVE SCRNPARM-ENTRY-ID TO SCRNHIT-ENTRY-ID.
           EXEC CICS READ FILE('SCRNHIT')
                INTO(SCRNHIT-RECORD)
                RIDFLD(SCRNHIT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              MOVE 'U' TO SCRNPARM-RESULT
              GO TO QUEUE-ONE-MATCH-EXIT
           END-IF.

           MOVE 'P' TO SCRNHIT-STATUS.
           MOVE SCRNPARM-HOLD-TYPE TO SCRNHIT-HOLD-TYPE.
           MOVE SCRNPARM-ORIGIN TO SCRNHIT-ORIGIN.
           MOVE SCRNPARM-NAME TO SCRNHIT-SCREENED-NAME.
           MOVE SCRNPARM-LISTED-NAME TO SCRNHIT-LISTED-NAME.
           MOVE SCRNPARM-LIST-CODE TO SCRNHIT-LIST-CODE.
           MOVE SCRNPARM-USERID TO SCRNHIT-RAISED-BY.
           MOVE FUNCTION CURRENT-DATE(1:16) TO SCRNHIT-RAISED-AT.
           MOVE SPACES TO SCRNHIT-REVIEWED-BY
                          SCRNHIT-REVIEWED-DATE
                          SCRNHIT-REVIEW-NOTE.
           MOVE 'N' TO SCRNHIT-RELEASED-SW.
           MOVE SCRNPARM-HELD-DATA TO SCRNHIT-HELD-DATA.

           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE('SCRNHIT')
                   FROM(SCRNHIT-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
           ELSE
              EXEC CICS WRITE FILE('SCRNHIT')
                   FROM(SCRNHIT-RECORD)
                   RIDFLD(SCRNHIT-KEY)
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'H' TO SCRNPARM-RESULT
           ELSE
              MOVE 'U' TO SCRNPARM-RESULT
           END-IF.

       QUEUE-ONE-MATCH-EXIT.
           EXIT.

       COPY SCRNKEYP.

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = SCRNCHK                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNCHK.
      * The common sanctions and watch-list screening check, CALLed by
      * every batch and IMS intake point (FILEABAT, ATSFILEA, LOANBAT,
      * TRADERBL) and by the SCRNMON rescreen; the CICS intake points
      * reach the same check through SCRNCHKC. The name is reduced to
      * its screening key - upper case, punctuation, single-letter
      * initials and honorifics dropped, the remaining words in
      * alphabetical order - and every SCRNLIST entry filed under that
      * key is a match, unless compliance has already cleared that
      * entry for this same party. The caller holds what it was about
      * to do and asks for the match to be queued on SCRNHIT; a match
      * compliance has confirmed is refused outright. The files are
      * opened on the first call that needs them and stay open until
      * the caller's end-of-run call. See SCRNPARM for the functions.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Screen-List ASSIGN TO SCRNLIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCRNLIST-KEY OF SCRNLIST-RECORD
              FILE STATUS IS SCRNLIST-FILE-STATUS.

           SELECT Screen-Hits ASSIGN TO SCRNHIT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCRNHIT-KEY OF SCRNHIT-RECORD
              FILE STATUS IS SCRNHIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Screen-List.
       COPY SCRNLIST SUPPRESS.

       FD  Screen-Hits.
       COPY SCRNHIT SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 SCRNLIST-FILE-STATUS        PIC X(2).
           88 SCRNLIST-NORMAL         VALUE '00'.
       01 SCRNHIT-FILE-STATUS         PIC X(2).
           88 SCRNHIT-NORMAL          VALUE '00'.
           88 SCRNHIT-DUPLICATE       VALUE '22'.
           88 SCRNHIT-NOTFOUND        VALUE '23'.
       01 WS-FILES-STATE-SW           PIC X(01) VALUE 'N'.
           88 SCREEN-FILES-CLOSED     VALUE 'N'.
           88 SCREEN-FILES-OPEN       VALUE 'Y'.
           88 SCREEN-FILES-FAILED     VALUE 'F'.
       01 WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
           88 LIST-BROWSE-DONE        VALUE 'Y'.

       COPY SCRNKEY SUPPRESS.

       LINKAGE SECTION.
       COPY SCRNPARM.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING SCRNPARM-AREA.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           EVALUATE TRUE
              WHEN SCRNPARM-BUILD-KEY
                 PERFORM BUILD-SCREEN-KEY
              WHEN SCRNPARM-SCREEN
                 PERFORM BUILD-SCREEN-KEY
                 PERFORM SCREEN-ONE-NAME
              WHEN SCRNPARM-HOLD
                 PERFORM QUEUE-ONE-MATCH
              WHEN SCRNPARM-END-OF-RUN
                 IF SCREEN-FILES-OPEN
                    CLOSE Screen-List
                    CLOSE Screen-Hits
                 END-IF
                 MOVE 'N' TO WS-FILES-STATE-SW
              WHEN OTHER
                 MOVE 'U' TO SCRNPARM-RESULT
           END-EVALUATE.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * SCREEN-ONE-NAME - browses every list name filed under the key  *
      * and reports the strongest match not already cleared for this   *
      * party: a confirmed one outranks a held one.                    *
      *----------------------------------------------------------------*
       SCREEN-ONE-NAME SECTION.
           MOVE 'N' TO SCRNPARM-RESULT
           MOVE SPACE TO SCRNPARM-HIT-STATUS
           MOVE SPACES TO SCRNPARM-ENTRY-ID
                          SCRNPARM-LISTED-NAME
                          SCRNPARM-LIST-CODE
           IF SCRNPARM-SCREEN-KEY = SPACES
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF
           PERFORM OPEN-SCREENING-FILES
           IF NOT SCREEN-FILES-OPEN
              MOVE 'U' TO SCRNPARM-RESULT
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF

           MOVE SCRNPARM-SCREEN-KEY TO SCRNLIST-SCREEN-KEY
           MOVE LOW-VALUES TO SCRNLIST-ENTRY-ID
           START Screen-List KEY IS NOT LESS THAN
                                    SCRNLIST-KEY OF SCRNLIST-RECORD
           IF NOT SCRNLIST-NORMAL
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-EOF-SW
           PERFORM CHECK-ONE-LIST-NAME
               UNTIL LIST-BROWSE-DONE
           .
       SCREEN-ONE-NAME-EXIT.
           EXIT.

       CHECK-ONE-LIST-NAME SECTION.
           READ Screen-List NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ
           IF LIST-BROWSE-DONE
              OR NOT SCRNLIST-NORMAL
              OR SCRNLIST-SCREEN-KEY NOT = SCRNPARM-SCREEN-KEY
              MOVE 'Y' TO WS-LIST-EOF-SW
              GO TO CHECK-ONE-LIST-NAME-EXIT
           END-IF

           MOVE SCRNPARM-SOURCE TO SCRNHIT-SOURCE
           MOVE SCRNPARM-SUBJECT TO SCRNHIT-SUBJECT
           MOVE SCRNLIST-ENTRY-ID TO SCRNHIT-ENTRY-ID
           READ Screen-Hits KEY IS SCRNHIT-KEY OF SCRNHIT-RECORD
           EVALUATE TRUE
              WHEN SCRNHIT-NORMAL AND SCRNHIT-CLEARED
                 CONTINUE
              WHEN SCRNHIT-NORMAL AND SCRNHIT-CONFIRMED
                 MOVE 'M' TO SCRNPARM-RESULT
                 MOVE 'M' TO SCRNPARM-HIT-STATUS
                 PERFORM NOTE-MATCHED-ENTRY
                 MOVE 'Y' TO WS-LIST-EOF-SW
              WHEN SCRNPARM-NO-MATCH
                 MOVE 'H' TO SCRNPARM-RESULT
                 IF SCRNHIT-NORMAL
                    MOVE SCRNHIT-STATUS TO SCRNPARM-HIT-STATUS
                 END-IF
                 PERFORM NOTE-MATCHED-ENTRY
           END-EVALUATE
           .
       CHECK-ONE-LIST-NAME-EXIT.
           EXIT.

       NOTE-MATCHED-ENTRY SECTION.
           MOVE SCRNLIST-ENTRY-ID TO SCRNPARM-ENTRY-ID
           MOVE SCRNLIST-LISTED-NAME TO SCRNPARM-LISTED-NAME
           MOVE SCRNLIST-LIST-CODE TO SCRNPARM-LIST-CODE
           .
       NOTE-MATCHED-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * QUEUE-ONE-MATCH - the match the last screen returned goes on   *
      * the review queue, holding what the caller held; holding the    *
      * same party against the same entry again replaces what it held. *
      *----------------------------------------------------------------*
       QUEUE-ONE-MATCH SECTION.
           PERFORM OPEN-SCREENING-FILES
           IF NOT SCREEN-FILES-OPEN
              MOVE 'U' TO SCRNPARM-RESULT
              GO TO QUEUE-ONE-MATCH-EXIT
           END-IF
           MOVE SPACES TO SCRNHIT-RECORD
           MOVE SCRNPARM-SOURCE TO SCRNHIT-SOURCE
           MOVE SCRNPARM-SUBJECT TO SCRNHIT-SUBJECT
           MOVE SCRNPARM-ENTRY-ID TO SCRNHIT-ENTRY-ID
           MOVE 'P' TO SCRNHIT-STATUS
           MOVE SCRNPARM-HOLD-TYPE TO SCRNHIT-HOLD-TYPE
           MOVE SCRNPARM-ORIGIN TO SCRNHIT-ORIGIN
           MOVE SCRNPARM-NAME TO SCRNHIT-SCREENED-NAME
           MOVE SCRNPARM-LISTED-NAME TO SCRNHIT-LISTED-NAME
           MOVE SCRNPARM-LIST-CODE TO SCRNHIT-LIST-CODE
           MOVE SCRNPARM-USERID TO SCRNHIT-RAISED-BY
           MOVE FUNCTION CURRENT-DATE(1:16) TO SCRNHIT-RAISED-AT
           MOVE 'N' TO SCRNHIT-RELEASED-SW
           MOVE SCRNPARM-HELD-DATA TO SCRNHIT-HELD-DATA
           WRITE SCRNHIT-RECORD
           IF SCRNHIT-DUPLICATE
              REWRITE SCRNHIT-RECORD
           END-IF
           IF SCRNHIT-NORMAL
              MOVE 'H' TO SCRNPARM-RESULT
           ELSE
              DISPLAY "SCRNCHK: SCRNHIT write failed, status="
                      SCRNHIT-FILE-STATUS
              MOVE 'U' TO SCRNPARM-RESULT
           END-IF
           .
       QUEUE-ONE-MATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPEN-SCREENING-FILES - on the first call that needs them. A    *
      * failed open is not retried within the run: every later screen  *
      * reports the list unavailable and the caller refuses.           *
      *----------------------------------------------------------------*
       OPEN-SCREENING-FILES SECTION.
           IF NOT SCREEN-FILES-CLOSED
              GO TO OPEN-SCREENING-FILES-EXIT
           END-IF
           OPEN INPUT Screen-List
           IF NOT SCRNLIST-NORMAL
              DISPLAY "SCRNCHK: unable to open SCRNLIST, status="
                      SCRNLIST-FILE-STATUS
              MOVE 'F' TO WS-FILES-STATE-SW
              GO TO OPEN-SCREENING-FILES-EXIT
           END-IF
           OPEN I-O Screen-Hits
           IF NOT SCRNHIT-NORMAL
              DISPLAY "SCRNCHK: unable to open SCRNHIT, status="
                      SCRNHIT-FILE-STATUS
              CLOSE Screen-List
              MOVE 'F' TO WS-FILES-STATE-SW
              GO TO OPEN-SCREENING-FILES-EXIT
           END-IF
           MOVE 'Y' TO WS-FILES-STATE-SW
           .
       OPEN-SCREENING-FILES-EXIT.
           EXIT.

       COPY SCRNKEYP.

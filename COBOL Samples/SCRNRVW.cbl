       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCRNRVW.
      * Compliance review of the sanctions and watch-list screening
      * queue: applies the reviewer's SCRNIN decision cards against
      * the SCRNHIT matches, then lists every match still open on
      * SCRNOPEN for the next review. A match is decided by someone
      * other than whoever raised it. Clearing a match (a false
      * positive) releases what it held: a held FileA add is punched
      * as a TXNIN card on SCRNFTXN for the next FILEABAT run, a held
      * LOANAPPS application is written to SCRNLAPP for the next
      * LOANBAT run, and a held trader application goes back to
      * pending on PENDACCT for its supervisor. Confirming a match
      * refuses the held item - a trader application is rejected -
      * and every intake point refuses the party from then on.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Decision-Input ASSIGN TO SCRNIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCRNIN-STATUS.

           SELECT Screen-Hits ASSIGN TO SCRNHIT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCRNHIT-KEY OF SCRNHIT-RECORD
              FILE STATUS IS SCRNHIT-FILE-STATUS.

           SELECT Pending-Accounts ASSIGN TO PENDACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PENDACCT-KEY OF PENDACCT-RECORD
              FILE STATUS IS PENDACCT-FILE-STATUS.

           SELECT Released-FileA ASSIGN TO SCRNFTXN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCRNFTXN-STATUS.

           SELECT Released-Loans ASSIGN TO SCRNLAPP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCRNLAPP-STATUS.

           SELECT Open-Matches ASSIGN TO SCRNOPEN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCRNOPEN-STATUS.

           SELECT Report-Output ASSIGN TO SCRNRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Decision-Input.
       COPY SCRNCARD SUPPRESS.

       FD  Screen-Hits.
       COPY SCRNHIT SUPPRESS.

       FD  Pending-Accounts.
       COPY PENDACCT SUPPRESS.

      * A released FileA add, in the FILEABAT TXNIN card layout.
       FD  Released-FileA.
       01  RELEASED-FILEA-RECORD       PIC X(105).

      * A released loan application, in the LOANBAT LOANAPPS layout.
       FD  Released-Loans.
       01  RELEASED-LOAN-RECORD        PIC X(80).

       FD  Open-Matches.
       01  OPEN-MATCH-RECORD           PIC X(120).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 SCRNIN-STATUS                 PIC X(2).
           88 SCRNIN-NORMAL            VALUE '00'.
       01 SCRNHIT-FILE-STATUS           PIC X(2).
           88 SCRNHIT-NORMAL           VALUE '00'.
       01 PENDACCT-FILE-STATUS          PIC X(2).
           88 PENDACCT-NORMAL          VALUE '00'.
       01 SCRNFTXN-STATUS               PIC X(2).
           88 SCRNFTXN-NORMAL          VALUE '00'.
       01 SCRNLAPP-STATUS               PIC X(2).
           88 SCRNLAPP-NORMAL          VALUE '00'.
       01 SCRNOPEN-STATUS               PIC X(2).
           88 SCRNOPEN-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 SCRNIN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 SCRNIN-EOF               VALUE 'Y'.
       01 SCRNHIT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 SCRNHIT-EOF              VALUE 'Y'.

       01 WS-CALLER-USERID              PIC X(08) VALUE SPACES.
       01 WS-TODAY                      PIC X(08).
       01 WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01 WS-ACTION-TAKEN               PIC X(40) VALUE SPACES.

       01 RECONCILIATION-COUNTS.
          05 RC-CARDS-READ              PIC 9(06) COMP VALUE 0.
          05 RC-CLEARED                 PIC 9(06) COMP VALUE 0.
          05 RC-CONFIRMED               PIC 9(06) COMP VALUE 0.
          05 RC-CARDS-REJECTED          PIC 9(06) COMP VALUE 0.
          05 RC-FILEA-RELEASED          PIC 9(06) COMP VALUE 0.
          05 RC-LOANS-RELEASED          PIC 9(06) COMP VALUE 0.
          05 RC-TRADERS-RELEASED        PIC 9(06) COMP VALUE 0.
          05 RC-TRADERS-REJECTED        PIC 9(06) COMP VALUE 0.
          05 RC-STILL-OPEN              PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'SCREENING MATCH REVIEW -          '.
           05 RT-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(12) VALUE '  REVIEWER: '.
           05 RT-REVIEWER         PIC X(08).

       01 WS-DECISION-LINE.
           05 DL-DECISION         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-SOURCE           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-SUBJECT          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-ENTRY-ID         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-OUTCOME          PIC X(40).

       01 WS-OPEN-LINE.
           05 FILLER              PIC X(05) VALUE 'OPEN '.
           05 OL-SOURCE           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-SUBJECT          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-SCREENED-NAME    PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-LISTED-NAME      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-LIST-CODE        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-HOLD-TYPE        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-RAISED-DATE      PIC X(08).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE.
           IF WS-CALLER-USERID = SPACES
              DISPLAY 'SCRNRVW: no reviewer identity, run refused'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT Decision-Input.
           IF NOT SCRNIN-NORMAL
              DISPLAY 'SCRNRVW: unable to open SCRNIN, status='
                      SCRNIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Screen-Hits.
           IF NOT SCRNHIT-NORMAL
              DISPLAY 'SCRNRVW: unable to open SCRNHIT, status='
                      SCRNHIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Decision-Input
              GOBACK
           END-IF.
           OPEN I-O Pending-Accounts.
           IF NOT PENDACCT-NORMAL
              DISPLAY 'SCRNRVW: unable to open PENDACCT, status='
                      PENDACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Decision-Input
              CLOSE Screen-Hits
              GOBACK
           END-IF.
           OPEN OUTPUT Released-FileA.
           OPEN OUTPUT Released-Loans.
           OPEN OUTPUT Open-Matches.
           OPEN OUTPUT Report-Output.
           IF NOT SCRNFTXN-NORMAL OR NOT SCRNLAPP-NORMAL
              OR NOT SCRNOPEN-NORMAL OR NOT REPORT-NORMAL
              DISPLAY 'SCRNRVW: output open failed, SCRNFTXN='
                      SCRNFTXN-STATUS ' SCRNLAPP='
                      SCRNLAPP-STATUS ' SCRNOPEN='
                      SCRNOPEN-STATUS ' SCRNRRPT=' REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM READ-NEXT-DECISION.
           PERFORM APPLY-ONE-DECISION
               UNTIL SCRNIN-EOF.

           PERFORM LIST-OPEN-MATCHES.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Open-Matches.
           CLOSE Released-Loans.
           CLOSE Released-FileA.
           CLOSE Pending-Accounts.
           CLOSE Screen-Hits.
           CLOSE Decision-Input.

           DISPLAY '======================================'
           DISPLAY ' SCRNRVW End-of-job reconciliation'
           DISPLAY '   Decision cards read  : ' RC-CARDS-READ
           DISPLAY '   Matches cleared      : ' RC-CLEARED
           DISPLAY '   Matches confirmed    : ' RC-CONFIRMED
           DISPLAY '   Cards rejected       : ' RC-CARDS-REJECTED
           DISPLAY '   FileA adds released  : ' RC-FILEA-RELEASED
           DISPLAY '   Loans released       : ' RC-LOANS-RELEASED
           DISPLAY '   Traders released     : ' RC-TRADERS-RELEASED
           DISPLAY '   Traders rejected     : ' RC-TRADERS-REJECTED
           DISPLAY '   Matches still open   : ' RC-STILL-OPEN
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
       READ-NEXT-DECISION SECTION.
           READ Decision-Input
              AT END
                 MOVE 'Y' TO SCRNIN-EOF-SWITCH
           END-READ
           IF NOT SCRNIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-DECISION-EXIT.
           EXIT.

      *****************************************************************
      * APPLY-ONE-DECISION - one reviewer card against its match. The *
      * match must still be open and must have been raised by someone *
      * else; the decision and what it released are recorded on the   *
      * match itself.                                                 *
      *****************************************************************
       APPLY-ONE-DECISION SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ACTION-TAKEN
           IF NOT SC-CLEAR AND NOT SC-CONFIRM
              MOVE 'DECISION MUST BE C OR M' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SC-NOTE = SPACES
              MOVE 'A NOTE IS REQUIRED WITH THE DECISION'
                  TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF

           MOVE SC-SOURCE TO SCRNHIT-SOURCE
           MOVE SC-SUBJECT TO SCRNHIT-SUBJECT
           MOVE SC-ENTRY-ID TO SCRNHIT-ENTRY-ID
           READ Screen-Hits KEY IS SCRNHIT-KEY OF SCRNHIT-RECORD
           IF NOT SCRNHIT-NORMAL
              MOVE 'NO SUCH MATCH ON SCRNHIT' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF NOT SCRNHIT-PENDING
              MOVE 'MATCH IS ALREADY DECIDED' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SCRNHIT-RAISED-BY = WS-CALLER-USERID
              MOVE 'REVIEWER RAISED THIS MATCH' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF

           IF SC-CLEAR
              PERFORM RELEASE-HELD-ITEM
           ELSE
              PERFORM REFUSE-HELD-ITEM
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF

           MOVE SC-DECISION TO SCRNHIT-STATUS
           MOVE WS-CALLER-USERID TO SCRNHIT-REVIEWED-BY
           MOVE WS-TODAY TO SCRNHIT-REVIEWED-DATE
           MOVE SC-NOTE TO SCRNHIT-REVIEW-NOTE
           MOVE 'Y' TO SCRNHIT-RELEASED-SW
           REWRITE SCRNHIT-RECORD
           IF NOT SCRNHIT-NORMAL
              DISPLAY 'SCRNRVW: SCRNHIT rewrite failed, status='
                      SCRNHIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'SCRNHIT REWRITE FAILED' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SC-CLEAR
              ADD 1 TO RC-CLEARED
           ELSE
              ADD 1 TO RC-CONFIRMED
           END-IF
           MOVE WS-ACTION-TAKEN TO DL-OUTCOME
           PERFORM WRITE-DECISION-LINE
           GO TO APPLY-ONE-DECISION-NEXT
           .
       APPLY-ONE-DECISION-REJECT.
           ADD 1 TO RC-CARDS-REJECTED
           MOVE WS-REJECT-REASON TO DL-OUTCOME
           PERFORM WRITE-DECISION-LINE
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       APPLY-ONE-DECISION-NEXT.
           PERFORM READ-NEXT-DECISION
           .
       APPLY-ONE-DECISION-EXIT.
           EXIT.

      *****************************************************************
      * RELEASE-HELD-ITEM - a cleared match lets the held item carry  *
      * on the way it would have without the match. The released      *
      * FileA card and loan application are screened again when they  *
      * are run, and pass because this match is now cleared.          *
      *****************************************************************
       RELEASE-HELD-ITEM SECTION.
           EVALUATE TRUE
              WHEN SCRNHIT-HOLDS-FILEA-ADD
                 MOVE SCRNHIT-HELD-DATA(1:105)
                   TO RELEASED-FILEA-RECORD
                 WRITE RELEASED-FILEA-RECORD
                 IF NOT SCRNFTXN-NORMAL
                    MOVE 'SCRNFTXN WRITE FAILED' TO WS-REJECT-REASON
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    ADD 1 TO RC-FILEA-RELEASED
                    MOVE 'CLEARED - ADD RELEASED TO SCRNFTXN'
                      TO WS-ACTION-TAKEN
                 END-IF
              WHEN SCRNHIT-HOLDS-LOAN-CARD
                 MOVE SCRNHIT-HELD-DATA(1:80) TO RELEASED-LOAN-RECORD
                 WRITE RELEASED-LOAN-RECORD
                 IF NOT SCRNLAPP-NORMAL
                    MOVE 'SCRNLAPP WRITE FAILED' TO WS-REJECT-REASON
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    ADD 1 TO RC-LOANS-RELEASED
                    MOVE 'CLEARED - LOAN RELEASED TO SCRNLAPP'
                      TO WS-ACTION-TAKEN
                 END-IF
              WHEN SCRNHIT-HOLDS-TRADER
                 PERFORM READ-HELD-APPLICATION
                 IF WS-REJECT-REASON = SPACES
                    MOVE 'P' TO PENDACCT-STATUS
                    MOVE SPACES TO PENDACCT-REASON
                    PERFORM REWRITE-HELD-APPLICATION
                 END-IF
                 IF WS-REJECT-REASON = SPACES
                    ADD 1 TO RC-TRADERS-RELEASED
                    MOVE 'CLEARED - APPLICATION BACK TO PENDING'
                      TO WS-ACTION-TAKEN
                 END-IF
              WHEN SCRNHIT-HOLDS-LOAN-ONLINE
                 MOVE 'CLEARED - APPLICANT MAY REAPPLY ONLINE'
                   TO WS-ACTION-TAKEN
              WHEN OTHER
                 MOVE 'CLEARED' TO WS-ACTION-TAKEN
           END-EVALUATE
           .
       RELEASE-HELD-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * REFUSE-HELD-ITEM - a confirmed match refuses what it held. A  *
      * held FileA add or loan application is simply never released;  *
      * a held trader application is rejected on PENDACCT. A match on *
      * an existing party is for compliance to take forward.          *
      *****************************************************************
       REFUSE-HELD-ITEM SECTION.
           EVALUATE TRUE
              WHEN SCRNHIT-HOLDS-TRADER
                 PERFORM READ-HELD-APPLICATION
                 IF WS-REJECT-REASON = SPACES
                    MOVE 'R' TO PENDACCT-STATUS
                    MOVE WS-CALLER-USERID TO PENDACCT-DECIDED-BY
                    MOVE WS-TODAY TO PENDACCT-DECIDED-DATE
                    MOVE 'COMPLIANCE SCREENING MATCH'
                      TO PENDACCT-REASON
                    PERFORM REWRITE-HELD-APPLICATION
                 END-IF
                 IF WS-REJECT-REASON = SPACES
                    ADD 1 TO RC-TRADERS-REJECTED
                    MOVE 'CONFIRMED - TRADER APPLICATION REJECTED'
                      TO WS-ACTION-TAKEN
                 END-IF
              WHEN SCRNHIT-HOLDS-NOTHING
                 MOVE 'CONFIRMED - EXISTING PARTY, REFER ON'
                   TO WS-ACTION-TAKEN
              WHEN OTHER
                 MOVE 'CONFIRMED - HELD ITEM REFUSED'
                   TO WS-ACTION-TAKEN
           END-EVALUATE
           .
       REFUSE-HELD-ITEM-EXIT.
           EXIT.

       READ-HELD-APPLICATION SECTION.
           MOVE SCRNHIT-SUBJECT TO PENDACCT-USERID
           READ Pending-Accounts KEY IS PENDACCT-KEY OF
                                        PENDACCT-RECORD
           IF NOT PENDACCT-NORMAL
              MOVE 'NO PENDACCT APPLICATION FOR USERID'
                TO WS-REJECT-REASON
           ELSE
              IF NOT PENDACCT-SCREEN-HELD
                 MOVE 'PENDACCT APPLICATION IS NOT HELD'
                   TO WS-REJECT-REASON
              END-IF
           END-IF
           .
       READ-HELD-APPLICATION-EXIT.
           EXIT.

       REWRITE-HELD-APPLICATION SECTION.
           REWRITE PENDACCT-RECORD
           IF NOT PENDACCT-NORMAL
              DISPLAY 'SCRNRVW: PENDACCT rewrite failed, status='
                      PENDACCT-FILE-STATUS
              MOVE 'PENDACCT REWRITE FAILED' TO WS-REJECT-REASON
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       REWRITE-HELD-APPLICATION-EXIT.
           EXIT.

       WRITE-DECISION-LINE SECTION.
           MOVE SC-DECISION TO DL-DECISION
           MOVE SC-SOURCE TO DL-SOURCE
           MOVE SC-SUBJECT TO DL-SUBJECT
           MOVE SC-ENTRY-ID TO DL-ENTRY-ID
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DECISION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-DECISION-LINE-EXIT.
           EXIT.

      *****************************************************************
      * LIST-OPEN-MATCHES - every match still pending after this run, *
      * on the report and on SCRNOPEN as a ready-made decision card   *
      * with the decision and note left for the reviewer to fill in.  *
      *****************************************************************
       LIST-OPEN-MATCHES SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO SCRNHIT-KEY.
           START Screen-Hits KEY IS NOT LESS THAN
                                    SCRNHIT-KEY OF SCRNHIT-RECORD.
           IF NOT SCRNHIT-NORMAL
              GO TO LIST-OPEN-MATCHES-EXIT
           END-IF.
           MOVE 'N' TO SCRNHIT-EOF-SWITCH.
           PERFORM LIST-ONE-OPEN-MATCH
               UNTIL SCRNHIT-EOF.
       LIST-OPEN-MATCHES-EXIT.
           EXIT.

       LIST-ONE-OPEN-MATCH SECTION.
           READ Screen-Hits NEXT RECORD
              AT END
                 MOVE 'Y' TO SCRNHIT-EOF-SWITCH
           END-READ
           IF SCRNHIT-EOF OR NOT SCRNHIT-NORMAL
              MOVE 'Y' TO SCRNHIT-EOF-SWITCH
              GO TO LIST-ONE-OPEN-MATCH-EXIT
           END-IF
           IF NOT SCRNHIT-PENDING
              GO TO LIST-ONE-OPEN-MATCH-EXIT
           END-IF

           ADD 1 TO RC-STILL-OPEN
           MOVE SPACES TO SCRNCARD-RECORD
           MOVE SCRNHIT-SOURCE TO SC-SOURCE
           MOVE SCRNHIT-SUBJECT TO SC-SUBJECT
           MOVE SCRNHIT-ENTRY-ID TO SC-ENTRY-ID
           MOVE SCRNCARD-RECORD TO OPEN-MATCH-RECORD
           WRITE OPEN-MATCH-RECORD

           MOVE SCRNHIT-SOURCE TO OL-SOURCE
           MOVE SCRNHIT-SUBJECT TO OL-SUBJECT
           MOVE SCRNHIT-SCREENED-NAME TO OL-SCREENED-NAME
           MOVE SCRNHIT-LISTED-NAME TO OL-LISTED-NAME
           MOVE SCRNHIT-LIST-CODE TO OL-LIST-CODE
           MOVE SCRNHIT-HOLD-TYPE TO OL-HOLD-TYPE
           MOVE SCRNHIT-RAISED-AT(1:8) TO OL-RAISED-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-OPEN-MATCH-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MATCHES CLEARED:              ' TO CT-LABEL.
           MOVE RC-CLEARED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MATCHES CONFIRMED:            ' TO CT-LABEL.
           MOVE RC-CONFIRMED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DECISION CARDS REJECTED:      ' TO CT-LABEL.
           MOVE RC-CARDS-REJECTED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MATCHES STILL OPEN:           ' TO CT-LABEL.
           MOVE RC-STILL-OPEN TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE WS-CALLER-USERID TO RT-REVIEWER.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

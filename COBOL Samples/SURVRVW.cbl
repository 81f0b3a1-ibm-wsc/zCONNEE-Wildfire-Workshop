       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SURVRVW.
      * Compliance review of the trade surveillance queue: applies
      * the reviewer's SURVIN decision cards against the SURVEXC
      * exceptions SURVSCAN raised - 'R' reviewed, no further action,
      * or 'E' escalated for investigation, each with a note - then
      * lists every exception still open on SURVOPEN, ready to be
      * decided at the next run, and prints the month-over-month
      * picture per userid: exceptions raised this month and last,
      * how many of them repeat a rule broken in an earlier month,
      * and the running totals reviewed and escalated, so a trader
      * who keeps coming back is seen as one.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Decision-Input ASSIGN TO SURVIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SURVIN-STATUS.

           SELECT Surv-Exceptions ASSIGN TO SURVEXC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SURVEXC-KEY OF SURVEXC-RECORD
              FILE STATUS IS SURVEXC-FILE-STATUS.

           SELECT Open-Exceptions ASSIGN TO SURVOPEN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SURVOPEN-STATUS.

           SELECT Report-Output ASSIGN TO SURVVRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Decision-Input.
       COPY SURVCARD SUPPRESS.

       FD  Surv-Exceptions.
       COPY SURVEXC SUPPRESS.

       FD  Open-Exceptions.
       01  OPEN-EXCEPTION-RECORD       PIC X(140).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 SURVIN-STATUS                 PIC X(2).
           88 SURVIN-NORMAL            VALUE '00'.
       01 SURVEXC-FILE-STATUS           PIC X(2).
           88 SURVEXC-NORMAL           VALUE '00'.
       01 SURVOPEN-STATUS               PIC X(2).
           88 SURVOPEN-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 SURVIN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 SURVIN-EOF               VALUE 'Y'.
       01 SURVEXC-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 SURVEXC-EOF              VALUE 'Y'.

       01 WS-CALLER-USERID              PIC X(08) VALUE SPACES.
       01 WS-TODAY                      PIC X(08).
       01 WS-REJECT-REASON              PIC X(40) VALUE SPACES.

      * This month and last, yyyymm, for the month-over-month lines.
       01 WS-THIS-MONTH                 PIC X(06).
       01 WS-LAST-MONTH                 PIC X(06).
       01 WS-MONTH-START                PIC 9(08).
       01 WS-DATE-INT                   PIC 9(08) COMP.
       01 WS-DATE-WORK                  PIC 9(08).

      * Per-userid tallies while the queue streams past in key order.
       01 WS-SUMMARY-USERID             PIC X(60) VALUE LOW-VALUES.
       01 USER-TALLIES.
          05 UT-TOTAL                   PIC 9(05) VALUE 0.
          05 UT-THIS-MONTH              PIC 9(05) VALUE 0.
          05 UT-LAST-MONTH              PIC 9(05) VALUE 0.
          05 UT-REPEATS                 PIC 9(05) VALUE 0.
          05 UT-OPEN                    PIC 9(05) VALUE 0.
          05 UT-REVIEWED                PIC 9(05) VALUE 0.
          05 UT-ESCALATED               PIC 9(05) VALUE 0.

       01 RECONCILIATION-COUNTS.
          05 RC-CARDS-READ              PIC 9(06) COMP VALUE 0.
          05 RC-REVIEWED                PIC 9(06) COMP VALUE 0.
          05 RC-ESCALATED               PIC 9(06) COMP VALUE 0.
          05 RC-CARDS-REJECTED          PIC 9(06) COMP VALUE 0.
          05 RC-STILL-OPEN              PIC 9(06) COMP VALUE 0.
          05 RC-USERIDS                 PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'TRADE SURVEILLANCE REVIEW -       '.
           05 RT-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(12) VALUE '  REVIEWER: '.
           05 RT-REVIEWER         PIC X(08).

       01 WS-DECISION-LINE.
           05 DL-DECISION         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-RULE             PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DATE             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-COMPANY          PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-OUTCOME          PIC X(40).

       01 WS-OPEN-LINE.
           05 FILLER              PIC X(05) VALUE 'OPEN '.
           05 OL-RULE             PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-DATE             PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-DETAIL           PIC X(50).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OL-REPEAT           PIC X(06).

       01 WS-SUMMARY-HEADING.
           05 FILLER              PIC X(31) VALUE
              'USERID'.
           05 FILLER              PIC X(35) VALUE
              ' TOTAL  THIS-MTH  LAST-MTH  REPEATS'.
           05 FILLER              PIC X(27) VALUE
              '   OPEN  REVIEWED ESCALATED'.

       01 WS-SUMMARY-LINE.
           05 SL-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SL-TOTAL            PIC ZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-THIS-MONTH       PIC ZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-LAST-MONTH       PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 SL-REPEATS          PIC ZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SL-OPEN             PIC ZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-REVIEWED         PIC ZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-ESCALATED        PIC ZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-TREND            PIC X(10).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE.
           IF WS-CALLER-USERID = SPACES
              DISPLAY 'SURVRVW: no reviewer identity, run refused'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
           MOVE WS-TODAY TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-WORK(1:6) TO WS-LAST-MONTH.

           OPEN INPUT Decision-Input.
           IF NOT SURVIN-NORMAL
              DISPLAY 'SURVRVW: unable to open SURVIN, status='
                      SURVIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Surv-Exceptions.
           IF NOT SURVEXC-NORMAL
              DISPLAY 'SURVRVW: unable to open SURVEXC, status='
                      SURVEXC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Decision-Input
              GOBACK
           END-IF.
           OPEN OUTPUT Open-Exceptions.
           OPEN OUTPUT Report-Output.
           IF NOT SURVOPEN-NORMAL OR NOT REPORT-NORMAL
              DISPLAY 'SURVRVW: output open failed, SURVOPEN='
                      SURVOPEN-STATUS ' SURVVRPT=' REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM READ-NEXT-DECISION.
           PERFORM APPLY-ONE-DECISION
               UNTIL SURVIN-EOF.

           PERFORM LIST-OPEN-EXCEPTIONS.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Open-Exceptions.
           CLOSE Surv-Exceptions.
           CLOSE Decision-Input.

           DISPLAY '======================================'
           DISPLAY ' SURVRVW End-of-job reconciliation'
           DISPLAY '   Decision cards read  : ' RC-CARDS-READ
           DISPLAY '   Exceptions reviewed  : ' RC-REVIEWED
           DISPLAY '   Exceptions escalated : ' RC-ESCALATED
           DISPLAY '   Cards rejected       : ' RC-CARDS-REJECTED
           DISPLAY '   Exceptions still open: ' RC-STILL-OPEN
           DISPLAY '   Userids on the queue : ' RC-USERIDS
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
       READ-NEXT-DECISION SECTION.
           READ Decision-Input
              AT END
                 MOVE 'Y' TO SURVIN-EOF-SWITCH
           END-READ
           IF NOT SURVIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-DECISION-EXIT.
           EXIT.

      *****************************************************************
      * APPLY-ONE-DECISION - one reviewer card against its exception, *
      * which must still be open; the decision is recorded on the     *
      * exception itself.                                             *
      *****************************************************************
       APPLY-ONE-DECISION SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT SV-REVIEWED AND NOT SV-ESCALATE
              MOVE 'DECISION MUST BE R OR E' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SV-NOTE = SPACES
              MOVE 'A NOTE IS REQUIRED WITH THE DECISION'
                  TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SV-DATE IS NOT NUMERIC
              MOVE 'EXCEPTION DATE IS NOT NUMERIC'
                  TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF

           MOVE SV-USERID TO SURVEXC-USERID
           MOVE SV-RULE TO SURVEXC-RULE
           MOVE SV-DATE TO SURVEXC-DATE
           MOVE SV-COMPANY TO SURVEXC-COMPANY
           READ Surv-Exceptions KEY IS SURVEXC-KEY OF SURVEXC-RECORD
           IF NOT SURVEXC-NORMAL
              MOVE 'NO SUCH EXCEPTION ON SURVEXC' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF NOT SURVEXC-OPEN
              MOVE 'EXCEPTION IS ALREADY DECIDED' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF

           MOVE SV-DECISION TO SURVEXC-STATUS
           MOVE WS-CALLER-USERID TO SURVEXC-REVIEWED-BY
           MOVE WS-TODAY TO SURVEXC-REVIEWED-DATE
           MOVE SV-NOTE TO SURVEXC-REVIEW-NOTE
           REWRITE SURVEXC-RECORD
           IF NOT SURVEXC-NORMAL
              DISPLAY 'SURVRVW: SURVEXC rewrite failed, status='
                      SURVEXC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'SURVEXC REWRITE FAILED' TO WS-REJECT-REASON
              GO TO APPLY-ONE-DECISION-REJECT
           END-IF
           IF SV-REVIEWED
              ADD 1 TO RC-REVIEWED
              MOVE 'REVIEWED - NO FURTHER ACTION' TO DL-OUTCOME
           ELSE
              ADD 1 TO RC-ESCALATED
              MOVE 'ESCALATED FOR INVESTIGATION' TO DL-OUTCOME
           END-IF
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

       WRITE-DECISION-LINE SECTION.
           MOVE SV-DECISION TO DL-DECISION
           MOVE SV-RULE TO DL-RULE
           MOVE SV-USERID TO DL-USERID
           MOVE SV-DATE TO DL-DATE
           MOVE SV-COMPANY TO DL-COMPANY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DECISION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-DECISION-LINE-EXIT.
           EXIT.

      *****************************************************************
      * LIST-OPEN-EXCEPTIONS - every exception still open after this  *
      * run, on the report and on SURVOPEN as a ready-made decision   *
      * card, then one month-over-month line per userid on the queue. *
      *****************************************************************
       LIST-OPEN-EXCEPTIONS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO SURVEXC-KEY.
           START Surv-Exceptions KEY IS NOT LESS THAN
                                    SURVEXC-KEY OF SURVEXC-RECORD.
           IF NOT SURVEXC-NORMAL
              GO TO LIST-OPEN-EXCEPTIONS-EXIT
           END-IF.
           MOVE 'N' TO SURVEXC-EOF-SWITCH.
           PERFORM LIST-ONE-EXCEPTION
               UNTIL SURVEXC-EOF.
           IF WS-SUMMARY-USERID NOT = LOW-VALUES
              PERFORM WRITE-USER-SUMMARY
           END-IF.
       LIST-OPEN-EXCEPTIONS-EXIT.
           EXIT.

       LIST-ONE-EXCEPTION SECTION.
           READ Surv-Exceptions NEXT RECORD
              AT END
                 MOVE 'Y' TO SURVEXC-EOF-SWITCH
           END-READ
           IF SURVEXC-EOF OR NOT SURVEXC-NORMAL
              MOVE 'Y' TO SURVEXC-EOF-SWITCH
              GO TO LIST-ONE-EXCEPTION-EXIT
           END-IF

           IF SURVEXC-USERID NOT = WS-SUMMARY-USERID
              IF WS-SUMMARY-USERID NOT = LOW-VALUES
                 PERFORM WRITE-USER-SUMMARY
              END-IF
              MOVE SURVEXC-USERID TO WS-SUMMARY-USERID
              INITIALIZE USER-TALLIES
           END-IF
           ADD 1 TO UT-TOTAL
           EVALUATE SURVEXC-DATE(1:6)
              WHEN WS-THIS-MONTH
                 ADD 1 TO UT-THIS-MONTH
                 IF SURVEXC-RULE-REPEATS > 0
                    ADD 1 TO UT-REPEATS
                 END-IF
              WHEN WS-LAST-MONTH
                 ADD 1 TO UT-LAST-MONTH
           END-EVALUATE
           EVALUATE TRUE
              WHEN SURVEXC-REVIEWED
                 ADD 1 TO UT-REVIEWED
              WHEN SURVEXC-ESCALATED
                 ADD 1 TO UT-ESCALATED
              WHEN OTHER
                 ADD 1 TO UT-OPEN
           END-EVALUATE

           IF NOT SURVEXC-OPEN
              GO TO LIST-ONE-EXCEPTION-EXIT
           END-IF
           ADD 1 TO RC-STILL-OPEN
           MOVE SPACES TO SURVCARD-RECORD
           MOVE SURVEXC-USERID TO SV-USERID
           MOVE SURVEXC-RULE TO SV-RULE
           MOVE SURVEXC-DATE TO SV-DATE
           MOVE SURVEXC-COMPANY TO SV-COMPANY
           MOVE SURVCARD-RECORD TO OPEN-EXCEPTION-RECORD
           WRITE OPEN-EXCEPTION-RECORD

           MOVE SURVEXC-RULE TO OL-RULE
           MOVE SURVEXC-USERID TO OL-USERID
           MOVE SURVEXC-DATE TO OL-DATE
           MOVE SURVEXC-COMPANY TO OL-COMPANY
           MOVE SURVEXC-DETAIL TO OL-DETAIL
           IF SURVEXC-RULE-REPEATS > 0
              MOVE 'REPEAT' TO OL-REPEAT
           ELSE
              MOVE SPACES TO OL-REPEAT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-EXCEPTION-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-USER-SUMMARY - the month-over-month line for one userid,*
      * flagged RISING when this month already has more exceptions    *
      * than the whole of last month.                                 *
      *****************************************************************
       WRITE-USER-SUMMARY SECTION.
           ADD 1 TO RC-USERIDS
           IF RC-USERIDS = 1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-SUMMARY-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE WS-SUMMARY-USERID(1:30) TO SL-USERID
           MOVE UT-TOTAL TO SL-TOTAL
           MOVE UT-THIS-MONTH TO SL-THIS-MONTH
           MOVE UT-LAST-MONTH TO SL-LAST-MONTH
           MOVE UT-REPEATS TO SL-REPEATS
           MOVE UT-OPEN TO SL-OPEN
           MOVE UT-REVIEWED TO SL-REVIEWED
           MOVE UT-ESCALATED TO SL-ESCALATED
           IF UT-THIS-MONTH > UT-LAST-MONTH
              AND UT-LAST-MONTH > 0
              MOVE 'RISING' TO SL-TREND
           ELSE
              MOVE SPACES TO SL-TREND
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-USER-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXCEPTIONS REVIEWED:          ' TO CT-LABEL.
           MOVE RC-REVIEWED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXCEPTIONS ESCALATED:         ' TO CT-LABEL.
           MOVE RC-ESCALATED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DECISION CARDS REJECTED:      ' TO CT-LABEL.
           MOVE RC-CARDS-REJECTED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXCEPTIONS STILL OPEN:        ' TO CT-LABEL.
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

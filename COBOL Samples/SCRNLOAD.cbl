       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCRNLOAD.
      * Weekly sanctions and watch-list load: rebuilds the SCRNLIST
      * screening list from compliance's extract. The extract is
      * proved first - its detail lines must tie to its own trailer
      * count - and only a proved extract replaces the list, so a
      * truncated transfer leaves last week's list in force. Each
      * primary name and alias is filed under its SCRNCHK screening
      * key (the shared SCRNKEYP build); a name that reduces to no
      * words cannot be screened and is reported for compliance to
      * correct. The SCRNHIT review queue is not touched: cleared and
      * confirmed matches carry over against the same entry ids.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Screen-Extract ASSIGN TO SCRNXTR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCRNXTR-STATUS.

           SELECT Screen-List ASSIGN TO SCRNLIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCRNLIST-KEY OF SCRNLIST-RECORD
              FILE STATUS IS SCRNLIST-FILE-STATUS.

           SELECT Report-Output ASSIGN TO SCRNLRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Compliance's weekly extract: an 'H' header, one 'D' detail
      * line per listed name and one 'T' trailer carrying the number
      * of detail lines sent.
       FD  Screen-Extract.
       01  SCREEN-EXTRACT-RECORD.
           05  SX-RECORD-TYPE         PIC X(01).
           05  SX-DETAIL.
               10  SX-ENTRY-ID        PIC X(12).
               10  SX-NAME-TYPE       PIC X(01).
               10  SX-NAME            PIC X(60).
               10  SX-LIST-CODE       PIC X(08).
               10  SX-PROGRAM         PIC X(20).
               10  SX-LISTED-DATE     PIC X(08).
           05  SX-TRAILER REDEFINES SX-DETAIL.
               10  SX-TRAILER-COUNT   PIC 9(08).
               10  FILLER             PIC X(101).

       FD  Screen-List.
       COPY SCRNLIST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 SCRNXTR-STATUS                PIC X(2).
           88 SCRNXTR-NORMAL           VALUE '00'.
       01 SCRNLIST-FILE-STATUS          PIC X(2).
           88 SCRNLIST-NORMAL          VALUE '00'.
           88 SCRNLIST-DUPLICATE       VALUE '22'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 SCRNXTR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 SCRNXTR-EOF              VALUE 'Y'.
       01 SCRNLIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 SCRNLIST-EOF             VALUE 'Y'.

       01 WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01 WS-TODAY                      PIC X(08).

       COPY SCRNPARM SUPPRESS.
       COPY SCRNKEY SUPPRESS.

      * The extract's trailer against its own detail lines.
       01 WS-CONTROL-FIELDS.
          03 WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
             88 TRAILER-SEEN           VALUE 'Y'.
          03 WS-TRAILER-COUNT           PIC 9(08) VALUE 0.
          03 WS-DETAIL-COUNT            PIC 9(08) VALUE 0.

       01 RECONCILIATION-COUNTS.
          05 RC-PREVIOUS-NAMES          PIC 9(08) COMP VALUE 0.
          05 RC-PRIMARY-LOADED          PIC 9(08) COMP VALUE 0.
          05 RC-ALIASES-LOADED          PIC 9(08) COMP VALUE 0.
          05 RC-DUPLICATES              PIC 9(08) COMP VALUE 0.
          05 RC-LINES-REJECTED          PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'SCREENING LIST LOAD -             '.
           05 RT-RUN-DATE         PIC X(08).

       01 WS-REJECT-LINE.
           05 RL-ENTRY-ID         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NAME             PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-REASON           PIC X(40).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZ,ZZZ,ZZ9.

       01 WS-VERDICT-LINE             PIC X(60).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'SCRNLOAD: unable to open SCRNLRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM PROVE-EXTRACT.
           IF RETURN-CODE NOT = 0
              CLOSE Report-Output
              GOBACK
           END-IF.

           PERFORM COUNT-PREVIOUS-LIST.

           OPEN INPUT Screen-Extract.
           IF NOT SCRNXTR-NORMAL
              DISPLAY 'SCRNLOAD: unable to reopen SCRNXTR, status='
                      SCRNXTR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.
           OPEN OUTPUT Screen-List.
           IF NOT SCRNLIST-NORMAL
              DISPLAY 'SCRNLOAD: unable to open SCRNLIST, status='
                      SCRNLIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Screen-Extract
              CLOSE Report-Output
              GOBACK
           END-IF.

           MOVE 'N' TO SCRNXTR-EOF-SWITCH.
           PERFORM READ-NEXT-EXTRACT-LINE.
           PERFORM LOAD-ONE-EXTRACT-LINE
               UNTIL SCRNXTR-EOF.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Screen-List.
           CLOSE Screen-Extract.
           CLOSE Report-Output.

           DISPLAY '======================================'
           DISPLAY ' SCRNLOAD End-of-job reconciliation'
           DISPLAY '   Extract detail lines : ' WS-DETAIL-COUNT
           DISPLAY '   Previous list names  : ' RC-PREVIOUS-NAMES
           DISPLAY '   Primary names loaded : ' RC-PRIMARY-LOADED
           DISPLAY '   Aliases loaded       : ' RC-ALIASES-LOADED
           DISPLAY '   Duplicates skipped   : ' RC-DUPLICATES
           DISPLAY '   Lines rejected       : ' RC-LINES-REJECTED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * PROVE-EXTRACT - one pass that counts the detail lines against *
      * the trailer. An extract that does not tie is not loaded and   *
      * the list already in place stays in force.                     *
      *****************************************************************
       PROVE-EXTRACT SECTION.
           OPEN INPUT Screen-Extract.
           IF NOT SCRNXTR-NORMAL
              DISPLAY 'SCRNLOAD: unable to open SCRNXTR, status='
                      SCRNXTR-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PROVE-EXTRACT-EXIT
           END-IF.
           PERFORM READ-NEXT-EXTRACT-LINE.
           PERFORM COUNT-ONE-EXTRACT-LINE
               UNTIL SCRNXTR-EOF.
           CLOSE Screen-Extract.

           EVALUATE TRUE
              WHEN NOT TRAILER-SEEN
                 MOVE 'NO TRAILER RECORD - EXTRACT NOT LOADED'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                 MOVE 'DETAIL COUNT DOES NOT TIE - NOT LOADED'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DETAIL-COUNT = 0
                 MOVE 'EXTRACT HAS NO NAMES - NOT LOADED'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF RETURN-CODE NOT = 0
              MOVE 'EXTRACT DETAIL LINES:         ' TO CT-LABEL
              MOVE WS-DETAIL-COUNT TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'EXTRACT TRAILER SAYS:         ' TO CT-LABEL
              MOVE WS-TRAILER-COUNT TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-VERDICT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY 'SCRNLOAD: ' WS-VERDICT-LINE
           END-IF.
       PROVE-EXTRACT-EXIT.
           EXIT.

       COUNT-ONE-EXTRACT-LINE SECTION.
           EVALUATE SX-RECORD-TYPE
              WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-SEEN-SW
                 IF SX-TRAILER-COUNT IS NUMERIC
                    MOVE SX-TRAILER-COUNT TO WS-TRAILER-COUNT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM READ-NEXT-EXTRACT-LINE.
       COUNT-ONE-EXTRACT-LINE-EXIT.
           EXIT.

       READ-NEXT-EXTRACT-LINE SECTION.
           READ Screen-Extract
              AT END
                 MOVE 'Y' TO SCRNXTR-EOF-SWITCH
           END-READ
           .
       READ-NEXT-EXTRACT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * COUNT-PREVIOUS-LIST - the size of the list being replaced, so *
      * the report shows how far this week's list moved. No list yet  *
      * (the first load) counts as none.                              *
      *****************************************************************
       COUNT-PREVIOUS-LIST SECTION.
           OPEN INPUT Screen-List.
           IF NOT SCRNLIST-NORMAL
              GO TO COUNT-PREVIOUS-LIST-EXIT
           END-IF.
           MOVE 'N' TO SCRNLIST-EOF-SWITCH.
           PERFORM COUNT-ONE-PREVIOUS-NAME
               UNTIL SCRNLIST-EOF.
           CLOSE Screen-List.
       COUNT-PREVIOUS-LIST-EXIT.
           EXIT.

       COUNT-ONE-PREVIOUS-NAME SECTION.
           READ Screen-List NEXT RECORD
              AT END
                 MOVE 'Y' TO SCRNLIST-EOF-SWITCH
           END-READ
           IF NOT SCRNLIST-EOF
              IF SCRNLIST-NORMAL
                 ADD 1 TO RC-PREVIOUS-NAMES
              ELSE
                 MOVE 'Y' TO SCRNLIST-EOF-SWITCH
              END-IF
           END-IF
           .
       COUNT-ONE-PREVIOUS-NAME-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-ONE-EXTRACT-LINE - files one listed name under its       *
      * screening key. The same name carried twice under one entry    *
      * (an alias identical to the primary once punctuation is gone)  *
      * is loaded once.                                               *
      *****************************************************************
       LOAD-ONE-EXTRACT-LINE SECTION.
           IF SX-RECORD-TYPE NOT = 'D'
              GO TO LOAD-ONE-EXTRACT-LINE-NEXT
           END-IF

           MOVE SPACES TO WS-REJECT-REASON
           MOVE SX-NAME TO SCRNPARM-NAME
           PERFORM BUILD-SCREEN-KEY
           EVALUATE TRUE
              WHEN SX-ENTRY-ID = SPACES
                 MOVE 'ENTRY ID MISSING' TO WS-REJECT-REASON
              WHEN SX-NAME-TYPE NOT = 'P'
                   AND SX-NAME-TYPE NOT = 'A'
                 MOVE 'NAME TYPE MUST BE P OR A' TO WS-REJECT-REASON
              WHEN SCRNPARM-SCREEN-KEY = SPACES
                 MOVE 'NAME HAS NO SCREENABLE WORDS'
                     TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO LOAD-ONE-EXTRACT-LINE-NEXT
           END-IF

           MOVE SPACES TO SCRNLIST-RECORD
           MOVE SCRNPARM-SCREEN-KEY TO SCRNLIST-SCREEN-KEY
           MOVE SX-ENTRY-ID TO SCRNLIST-ENTRY-ID
           MOVE SX-NAME-TYPE TO SCRNLIST-NAME-TYPE
           MOVE SX-NAME TO SCRNLIST-LISTED-NAME
           MOVE SX-LIST-CODE TO SCRNLIST-LIST-CODE
           MOVE SX-PROGRAM TO SCRNLIST-PROGRAM
           MOVE SX-LISTED-DATE TO SCRNLIST-LISTED-DATE
           MOVE WS-TODAY TO SCRNLIST-LOADED-DATE
           WRITE SCRNLIST-RECORD
           EVALUATE TRUE
              WHEN SCRNLIST-DUPLICATE
                 ADD 1 TO RC-DUPLICATES
              WHEN NOT SCRNLIST-NORMAL
                 DISPLAY 'SCRNLOAD: SCRNLIST write failed, status='
                         SCRNLIST-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO SCRNXTR-EOF-SWITCH
                 GO TO LOAD-ONE-EXTRACT-LINE-EXIT
              WHEN SCRNLIST-PRIMARY-NAME
                 ADD 1 TO RC-PRIMARY-LOADED
              WHEN OTHER
                 ADD 1 TO RC-ALIASES-LOADED
           END-EVALUATE
           .
       LOAD-ONE-EXTRACT-LINE-NEXT.
           PERFORM READ-NEXT-EXTRACT-LINE
           .
       LOAD-ONE-EXTRACT-LINE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO RC-LINES-REJECTED
           MOVE SX-ENTRY-ID TO RL-ENTRY-ID
           MOVE SX-NAME TO RL-NAME
           MOVE WS-REJECT-REASON TO RL-REASON
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-CONTROL-TOTALS - what was loaded against the extract.   *
      * Every detail line is either loaded, a duplicate or rejected;  *
      * rejects leave names unscreened and warn the run.              *
      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'EXTRACT DETAIL LINES:         ' TO CT-LABEL.
           MOVE WS-DETAIL-COUNT TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PREVIOUS LIST NAMES:          ' TO CT-LABEL.
           MOVE RC-PREVIOUS-NAMES TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRIMARY NAMES LOADED:         ' TO CT-LABEL.
           MOVE RC-PRIMARY-LOADED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALIASES LOADED:               ' TO CT-LABEL.
           MOVE RC-ALIASES-LOADED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DUPLICATES SKIPPED:           ' TO CT-LABEL.
           MOVE RC-DUPLICATES TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LINES REJECTED:               ' TO CT-LABEL.
           MOVE RC-LINES-REJECTED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN RETURN-CODE NOT = 0
                 MOVE 'LOAD FAILED - RESTORE SCRNLIST AND RERUN'
                     TO WS-VERDICT-LINE
              WHEN RC-LINES-REJECTED IS GREATER THAN 0
                 MOVE 'LOADED, WITH REJECTS FOR COMPLIANCE TO FIX'
                     TO WS-VERDICT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'SCREENING LIST REPLACED'
                     TO WS-VERDICT-LINE
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       COPY SCRNKEYP.

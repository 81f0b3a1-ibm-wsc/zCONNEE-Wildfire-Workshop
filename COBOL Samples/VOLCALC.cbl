       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. VOLCALC.
      * Nightly company volatility grading, run after COMPROLL has
      * condensed the day into COMPDLY: for every company with
      * dailies on file, the average size of the day-to-day move in
      * its most recent closes (VOLCLOSES run parameter, default 20)
      * is graded 1 (steadiest) to 5 (most volatile) onto the
      * keyed VOLGRADE file, on the same scale as the customer's
      * RISKPROF risk profile, for the suitability check TRADERBL,
      * ORDSCAN and PLANRUN apply to every purchase. A company with
      * fewer than five closes to go on is graded 5 until it has
      * the history. VOLRPT lists every company graded, flagging
      * those whose grade changed.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Daily-History ASSIGN TO COMPDLY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COMPDLY-FILE-STATUS.

           SELECT Volatility-Grades ASSIGN TO VOLGRADE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VOLGRADE-KEY OF VOLGRADE-RECORD
              FILE STATUS IS VOLGRADE-FILE-STATUS.

           SELECT Report-Output ASSIGN TO VOLRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Daily-History.
       COPY COMPDLY SUPPRESS.

       FD  Volatility-Grades.
       COPY VOLGRADE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 COMPDLY-FILE-STATUS           PIC X(2).
           88 COMPDLY-NORMAL           VALUE '00'.
       01 VOLGRADE-FILE-STATUS          PIC X(2).
           88 VOLGRADE-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 COMPDLY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPDLY-EOF              VALUE 'Y'.

       COPY RUNPLOOK SUPPRESS.

       01 WS-RUN-DATE                   PIC 9(08).
       01 WS-MAX-CLOSES                 PIC 9(03) VALUE 20.
       01 WS-CLOSE-NUM                  PIC 9(07)V99 COMP-3.
       01 WS-MOVE-PCT                   PIC 9(05)V9999 COMP-3.
       01 WS-MOVE-TOTAL                 PIC 9(07)V9999 COMP-3.
       01 WS-MOVES                      PIC 9(03) COMP.
       01 WS-AVG-MOVE                   PIC 9(03)V99.
       01 WS-NEW-GRADE                  PIC 9(01).
       01 WS-SHORT-SW                   PIC X(01).
           88 WS-SHORT-HISTORY         VALUE 'Y'.
       01 WS-FOUND-SW                   PIC X(01).
           88 WS-COMPANY-FOUND         VALUE 'Y'.
       01 WS-CL-SUB                     PIC 9(03) COMP.
       01 WS-CL-NEXT                    PIC 9(03) COMP.

      * The most recent closes per company, oldest first. COMPDLY is
      * appended a day at a time, so each company's closes arrive in
      * date order; a close no later than the last one held for the
      * company is a repeat and is passed over.
       01 CLOSE-TABLE.
          05 CT-COMPANY-COUNT           PIC 9(04) COMP VALUE 0.
          05 CT-ENTRY OCCURS 300 TIMES INDEXED BY CT-IX.
             10 CT-COMPANY              PIC X(20).
             10 CT-LAST-DATE            PIC 9(08).
             10 CT-CLOSE-COUNT          PIC 9(03) COMP.
             10 CT-CLOSE                PIC 9(07)V99 COMP-3
                                        OCCURS 60 TIMES.

       01 RECONCILIATION-COUNTS.
          05 RC-DAILIES-READ            PIC 9(08) COMP VALUE 0.
          05 RC-COMPANIES-GRADED        PIC 9(06) COMP VALUE 0.
          05 RC-GRADES-CHANGED          PIC 9(06) COMP VALUE 0.
          05 RC-SHORT-HISTORY           PIC 9(06) COMP VALUE 0.
          05 RC-NEW-COMPANIES           PIC 9(06) COMP VALUE 0.
          05 RC-TABLE-FULL              PIC 9(06) COMP VALUE 0.
          05 RC-GRADE-COUNT             PIC 9(06) COMP OCCURS 5 TIMES.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'COMPANY VOLATILITY GRADES -       '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(14) VALUE '  CLOSES USED:'.
           05 RT-MAX-CLOSES       PIC ZZ9.

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(21) VALUE 'COMPANY'.
           05 FILLER              PIC X(40) VALUE
              'CLOSES  AVG MOVE %  GRADE  PRIOR'.

       01 WS-GRADE-LINE.
           05 GL-COMPANY          PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-CLOSES           PIC ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 GL-AVG-MOVE         PIC ZZ9.99.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 GL-GRADE            PIC 9.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 GL-PRIOR            PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 GL-NOTE             PIC X(30).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           INITIALIZE RECONCILIATION-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-CLOSES-PARAMETER.

           OPEN INPUT Daily-History.
           IF NOT COMPDLY-NORMAL
              DISPLAY 'VOLCALC: unable to open COMPDLY, status='
                      COMPDLY-FILE-STATUS ', grades left unchanged'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Volatility-Grades.
           IF NOT VOLGRADE-NORMAL
              DISPLAY 'VOLCALC: unable to open VOLGRADE, status='
                      VOLGRADE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Daily-History
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'VOLCALC: unable to open VOLRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Volatility-Grades
              CLOSE Daily-History
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM LOAD-ONE-DAILY
               UNTIL COMPDLY-EOF.
           CLOSE Daily-History.

           PERFORM GRADE-ONE-COMPANY
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > CT-COMPANY-COUNT.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Volatility-Grades.

           IF RC-TABLE-FULL > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' VOLCALC End-of-job reconciliation'
           DISPLAY '   Daily closes read    : ' RC-DAILIES-READ
           DISPLAY '   Companies graded     : ' RC-COMPANIES-GRADED
           DISPLAY '   Newly graded         : ' RC-NEW-COMPANIES
           DISPLAY '   Grades changed       : ' RC-GRADES-CHANGED
           DISPLAY '   Short history        : ' RC-SHORT-HISTORY
           DISPLAY '   Closes not held      : ' RC-TABLE-FULL
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * LOAD-CLOSES-PARAMETER - how many recent closes the average is *
      * taken over, from the VOLCLOSES run parameter (5 to 60; the    *
      * default 20 stays otherwise).                                  *
      *****************************************************************
       LOAD-CLOSES-PARAMETER SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'VOLCALC' TO RUNPLOOK-PROGRAM.
           MOVE 'VOLCLOSES' TO RUNPLOOK-NAME.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              AND RUNPLOOK-VALUE(1:3) NOT < '005'
              AND RUNPLOOK-VALUE(1:3) NOT > '060'
              MOVE RUNPLOOK-VALUE(1:3) TO WS-MAX-CLOSES
           END-IF.
           MOVE 'E' TO RUNPLOOK-FUNCTION.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
       LOAD-CLOSES-PARAMETER-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-ONE-DAILY - each close joins its company's entry; once   *
      * the entry holds VOLCLOSES closes, the oldest drops off.       *
      *****************************************************************
       LOAD-ONE-DAILY SECTION.
           READ Daily-History
              AT END
                 MOVE 'Y' TO COMPDLY-EOF-SWITCH
           END-READ
           IF COMPDLY-EOF
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           ADD 1 TO RC-DAILIES-READ
           IF FUNCTION TEST-NUMVAL(COMPDLY-CLOSE) NOT = 0
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           COMPUTE WS-CLOSE-NUM = FUNCTION NUMVAL(COMPDLY-CLOSE)
           IF WS-CLOSE-NUM = 0
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           IF CT-COMPANY-COUNT > 0
              SET CT-IX TO 1
              SEARCH CT-ENTRY
                 WHEN CT-IX > CT-COMPANY-COUNT
                    CONTINUE
                 WHEN CT-COMPANY(CT-IX) = COMPDLY-COMPANY
                    MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT WS-COMPANY-FOUND
              IF CT-COMPANY-COUNT = 300
                 ADD 1 TO RC-TABLE-FULL
                 GO TO LOAD-ONE-DAILY-EXIT
              END-IF
              ADD 1 TO CT-COMPANY-COUNT
              SET CT-IX TO CT-COMPANY-COUNT
              MOVE COMPDLY-COMPANY TO CT-COMPANY(CT-IX)
              MOVE 0 TO CT-LAST-DATE(CT-IX)
              MOVE 0 TO CT-CLOSE-COUNT(CT-IX)
           END-IF
           IF COMPDLY-DATE NOT > CT-LAST-DATE(CT-IX)
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF

           IF CT-CLOSE-COUNT(CT-IX) NOT < WS-MAX-CLOSES
              PERFORM DROP-OLDEST-CLOSE
                  VARYING WS-CL-SUB FROM 1 BY 1
                  UNTIL WS-CL-SUB NOT < CT-CLOSE-COUNT(CT-IX)
              SUBTRACT 1 FROM CT-CLOSE-COUNT(CT-IX)
           END-IF
           ADD 1 TO CT-CLOSE-COUNT(CT-IX)
           MOVE WS-CLOSE-NUM TO
                CT-CLOSE(CT-IX, CT-CLOSE-COUNT(CT-IX))
           MOVE COMPDLY-DATE TO CT-LAST-DATE(CT-IX)
           .
       LOAD-ONE-DAILY-EXIT.
           EXIT.

       DROP-OLDEST-CLOSE SECTION.
           COMPUTE WS-CL-NEXT = WS-CL-SUB + 1
           MOVE CT-CLOSE(CT-IX, WS-CL-NEXT) TO
                CT-CLOSE(CT-IX, WS-CL-SUB)
           .
       DROP-OLDEST-CLOSE-EXIT.
           EXIT.

      *****************************************************************
      * GRADE-ONE-COMPANY - the average day-to-day move over the      *
      * closes held, graded against the VOLGRADE bands and written    *
      * back over the company's previous grade.                       *
      *****************************************************************
       GRADE-ONE-COMPANY SECTION.
           MOVE 0 TO WS-MOVE-TOTAL
           MOVE 0 TO WS-MOVES
           PERFORM ADD-ONE-MOVE
               VARYING WS-CL-SUB FROM 2 BY 1
               UNTIL WS-CL-SUB > CT-CLOSE-COUNT(CT-IX)
           IF WS-MOVES > 0
              COMPUTE WS-AVG-MOVE ROUNDED = WS-MOVE-TOTAL / WS-MOVES
                  ON SIZE ERROR
                     MOVE 999.99 TO WS-AVG-MOVE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-AVG-MOVE
           END-IF

           MOVE 'N' TO WS-SHORT-SW
           EVALUATE TRUE
              WHEN CT-CLOSE-COUNT(CT-IX) < 5
                 MOVE 'Y' TO WS-SHORT-SW
                 MOVE 5 TO WS-NEW-GRADE
              WHEN WS-AVG-MOVE < 0.50
                 MOVE 1 TO WS-NEW-GRADE
              WHEN WS-AVG-MOVE < 1.00
                 MOVE 2 TO WS-NEW-GRADE
              WHEN WS-AVG-MOVE < 2.00
                 MOVE 3 TO WS-NEW-GRADE
              WHEN WS-AVG-MOVE < 3.50
                 MOVE 4 TO WS-NEW-GRADE
              WHEN OTHER
                 MOVE 5 TO WS-NEW-GRADE
           END-EVALUATE

           MOVE CT-COMPANY(CT-IX) TO GL-COMPANY
           MOVE CT-CLOSE-COUNT(CT-IX) TO GL-CLOSES
           MOVE WS-AVG-MOVE TO GL-AVG-MOVE
           MOVE WS-NEW-GRADE TO GL-GRADE
           MOVE SPACES TO GL-NOTE

           MOVE CT-COMPANY(CT-IX) TO VOLGRADE-COMPANY
           READ Volatility-Grades KEY IS VOLGRADE-KEY OF
                                         VOLGRADE-RECORD
           IF VOLGRADE-NORMAL
              MOVE VOLGRADE-GRADE TO VOLGRADE-PRIOR-GRADE
              MOVE VOLGRADE-PRIOR-GRADE TO GL-PRIOR
              IF VOLGRADE-PRIOR-GRADE NOT = WS-NEW-GRADE
                 ADD 1 TO RC-GRADES-CHANGED
                 MOVE 'GRADE CHANGED' TO GL-NOTE
              END-IF
           ELSE
              MOVE SPACES TO VOLGRADE-RECORD
              MOVE CT-COMPANY(CT-IX) TO VOLGRADE-COMPANY
              MOVE 0 TO VOLGRADE-PRIOR-GRADE
              MOVE '-' TO GL-PRIOR
              ADD 1 TO RC-NEW-COMPANIES
              MOVE 'NEWLY GRADED' TO GL-NOTE
           END-IF
           IF WS-SHORT-HISTORY
              ADD 1 TO RC-SHORT-HISTORY
              MOVE 'FEWER THAN FIVE CLOSES' TO GL-NOTE
           END-IF

           MOVE WS-NEW-GRADE TO VOLGRADE-GRADE
           MOVE WS-AVG-MOVE TO VOLGRADE-AVG-MOVE
           MOVE CT-CLOSE-COUNT(CT-IX) TO VOLGRADE-CLOSES
           MOVE WS-SHORT-SW TO VOLGRADE-SHORT-SW
           MOVE WS-RUN-DATE TO VOLGRADE-COMPUTED-DATE
           IF VOLGRADE-NORMAL
              REWRITE VOLGRADE-RECORD
           ELSE
              WRITE VOLGRADE-RECORD
           END-IF
           IF NOT VOLGRADE-NORMAL
              DISPLAY 'VOLCALC: VOLGRADE update failed for '
                      CT-COMPANY(CT-IX) ', status='
                      VOLGRADE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO GRADE-ONE-COMPANY-EXIT
           END-IF
           ADD 1 TO RC-COMPANIES-GRADED
           ADD 1 TO RC-GRADE-COUNT(WS-NEW-GRADE)

           MOVE SPACES TO REPORT-LINE
           MOVE WS-GRADE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       GRADE-ONE-COMPANY-EXIT.
           EXIT.

       ADD-ONE-MOVE SECTION.
           COMPUTE WS-CL-NEXT = WS-CL-SUB - 1
           IF CT-CLOSE(CT-IX, WS-CL-SUB) >
              CT-CLOSE(CT-IX, WS-CL-NEXT)
              COMPUTE WS-MOVE-PCT ROUNDED =
                  (CT-CLOSE(CT-IX, WS-CL-SUB)
                   - CT-CLOSE(CT-IX, WS-CL-NEXT)) * 100
                  / CT-CLOSE(CT-IX, WS-CL-NEXT)
           ELSE
              COMPUTE WS-MOVE-PCT ROUNDED =
                  (CT-CLOSE(CT-IX, WS-CL-NEXT)
                   - CT-CLOSE(CT-IX, WS-CL-SUB)) * 100
                  / CT-CLOSE(CT-IX, WS-CL-NEXT)
           END-IF
           ADD WS-MOVE-PCT TO WS-MOVE-TOTAL
           ADD 1 TO WS-MOVES
           .
       ADD-ONE-MOVE-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'COMPANIES GRADED:             ' TO CT-LABEL.
           MOVE RC-COMPANIES-GRADED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE 1:                      ' TO CT-LABEL.
           MOVE RC-GRADE-COUNT(1) TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE 2:                      ' TO CT-LABEL.
           MOVE RC-GRADE-COUNT(2) TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE 3:                      ' TO CT-LABEL.
           MOVE RC-GRADE-COUNT(3) TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE 4:                      ' TO CT-LABEL.
           MOVE RC-GRADE-COUNT(4) TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADE 5:                      ' TO CT-LABEL.
           MOVE RC-GRADE-COUNT(5) TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRADES CHANGED:               ' TO CT-LABEL.
           MOVE RC-GRADES-CHANGED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-TABLE-FULL > 0
              MOVE 'CLOSES PASSED OVER (TABLE):   ' TO CT-LABEL
              MOVE RC-TABLE-FULL TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-MAX-CLOSES TO RT-MAX-CLOSES.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

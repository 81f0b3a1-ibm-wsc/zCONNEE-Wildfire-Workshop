       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = CMPTRND                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPTRND.
      * Monthly complaints trend report over the COMPLNT register.
      * Complaints received are counted by category for the report
      * month and the five months before it, so a rising category
      * shows; the complaints closed in the report month are broken
      * down by category (upheld, partly upheld, not upheld, closed
      * after the deadline, redress paid) and by root cause. Catalog
      * complaints received in the month - those linked to an order
      * line - are then tied back to the RETCRED credits issued for
      * the same order line and counted by category and return
      * reason, with those the customer never returned anything on
      * counted as NO RETURN ON FILE. RETCRED is optional; without it
      * every catalog complaint counts under NO RETURN ON FILE.
      * The report month comes from the JCL PARM as yyyymm.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Complaints-Input ASSIGN TO COMPLNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPLNT-KEY OF COMPLNT-RECORD
              FILE STATUS IS CMPFILE-STATUS.

           SELECT Credits-Input ASSIGN TO RETCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RETCRED-KEY OF RETCRED-RECORD
              FILE STATUS IS RETCRED-STATUS.

           SELECT Report-Output ASSIGN TO CMPTRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Complaints-Input.
       COPY COMPLNT SUPPRESS.

       FD  Credits-Input.
       COPY RETCRED SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CMPFILE-STATUS              PIC X(2).
           88 CMPFILE-NORMAL          VALUE '00'.
       01 RETCRED-STATUS              PIC X(2).
           88 RETCRED-NORMAL          VALUE '00'.
           88 RETCRED-NO-FILE         VALUE '35'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 COMPLNT-EOF             VALUE 'Y'.
       01 WS-CREDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 RETCRED-EOF             VALUE 'Y'.

       01 WS-REPORT-MONTH             PIC 9(06).
       01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR              PIC 9(04).
           05 WS-RM-MONTH             PIC 9(02).
      * Months are numbered year x 12 + month so the six-month
      * window can be walked back across a year end.
       01 WS-REPORT-SEQ               PIC 9(06) COMP.
       01 WS-MONTH-SEQ                PIC 9(06) COMP.
       01 WS-COLUMN                   PIC S9(04) COMP.
       01 WS-COL-SUB                  PIC 9(02) COMP.
       01 WS-WORK-MONTH.
           05 WS-WM-YEAR              PIC 9(04).
           05 WS-WM-MONTH             PIC 9(02).
       01 WS-YEAR-WORK                PIC 9(06) COMP.
       01 WS-MONTH-WORK               PIC 9(06) COMP.

       01 WS-CATEGORY-LIST            PIC X(28) VALUE
              'SERVPRODDELVCHRGADVCDATAOTHR'.
       01 WS-CATEGORY-CODES REDEFINES WS-CATEGORY-LIST.
           05 WS-CATEGORY-CODE        PIC X(04) OCCURS 7 TIMES.
       01 WS-CAUSE-LIST               PIC X(24) VALUE
              'STAFPROCSYSTTHRDPRODNOFT'.
       01 WS-CAUSE-CODES REDEFINES WS-CAUSE-LIST.
           05 WS-CAUSE-CODE           PIC X(04) OCCURS 6 TIMES.
       01 WS-CAT-SUB                  PIC 9(02) COMP.
       01 WS-CAUSE-SUB                PIC 9(02) COMP.
       01 WS-SUB                      PIC 9(02) COMP.

      * Per category: received in each of the six months (column 6
      * is the report month), and the report month's closures.
       01 WS-CATEGORY-TABLE.
           05 CT-ENTRY OCCURS 7 TIMES INDEXED BY CT-IX.
               10 CT-RECEIVED         PIC 9(05) COMP OCCURS 6 TIMES.
               10 CT-CLOSED           PIC 9(05) COMP.
               10 CT-UPHELD           PIC 9(05) COMP.
               10 CT-PART-UPHELD      PIC 9(05) COMP.
               10 CT-NOT-UPHELD       PIC 9(05) COMP.
               10 CT-CLOSED-LATE      PIC 9(05) COMP.
               10 CT-REDRESS          PIC S9(09)V99 COMP-3.
               10 CT-CAUSE            PIC 9(05) COMP OCCURS 6 TIMES.
       01 WS-MONTH-TOTALS.
           05 MT-RECEIVED             PIC 9(06) COMP OCCURS 6 TIMES.

      * Catalog complaints received in the report month, by order
      * line, waiting to be matched to the RETCRED credits.
       01 WS-ORDER-TABLE.
           05 OT-COUNT                PIC 9(04) COMP VALUE 0.
           05 OT-ENTRY OCCURS 1000 TIMES INDEXED BY OT-IX.
               10 OT-ORDER-NUMBER     PIC 9(08).
               10 OT-ORDER-LINE       PIC 9(02).
               10 OT-CAT-SUB          PIC 9(02) COMP.
               10 OT-MATCHED          PIC X(01).
               10 OT-MATCHED-REASON   PIC X(20).
       01 WS-ORDER-MAX                PIC 9(04) COMP VALUE 1000.

      * Category and return reason pairs.
       01 WS-REASON-TABLE.
           05 RR-COUNT                PIC 9(04) COMP VALUE 0.
           05 RR-ENTRY OCCURS 300 TIMES INDEXED BY RR-IX.
               10 RR-CAT-SUB          PIC 9(02) COMP.
               10 RR-REASON           PIC X(20).
               10 RR-COMPLAINTS       PIC 9(05) COMP.
               10 RR-CREDIT-VALUE     PIC S9(09)V99 COMP-3.
       01 WS-REASON-MAX               PIC 9(04) COMP VALUE 300.
       01 WS-MATCH-REASON             PIC X(20).
       01 WS-MATCH-VALUE              PIC S9(07)V99 COMP-3.
       01 WS-MATCH-COMPLAINTS         PIC 9(01) COMP.
       01 WS-CREDIT-TIED-SW           PIC X(01) VALUE 'N'.
           88 CREDIT-TIED             VALUE 'Y'.
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 ENTRY-ON-TABLE          VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-IN-WINDOW            PIC 9(08) COMP VALUE 0.
           05 RC-CLOSED-MONTH         PIC 9(08) COMP VALUE 0.
           05 RC-CATALOG              PIC 9(08) COMP VALUE 0.
           05 RC-CATALOG-NOT-TIED     PIC 9(08) COMP VALUE 0.
           05 RC-CREDITS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-CREDITS-TIED         PIC 9(08) COMP VALUE 0.
           05 RC-REASONS-DROPPED      PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'MONTHLY COMPLAINTS TREND REPORT -   '.
           05 RT-MONTH            PIC 9(06).

       01 WS-TREND-HEADING.
           05 FILLER              PIC X(10) VALUE 'CATEGORY'.
           05 TH-MONTH            PIC X(09) OCCURS 6 TIMES.

       01 WS-TREND-LINE.
           05 TL-CATEGORY         PIC X(10).
           05 TL-COLUMN           OCCURS 6 TIMES.
               10 FILLER          PIC X(03).
               10 TL-COUNT        PIC ZZ,ZZ9.

       01 WS-CLOSED-HEADING.
           05 FILLER              PIC X(49) VALUE
              'CATEGORY    CLOSED UPHELD  PARTLY     NOT    LATE'.
           05 FILLER              PIC X(16) VALUE
              '    REDRESS PAID'.

       01 WS-CLOSED-LINE.
           05 CL-CATEGORY         PIC X(08).
           05 CL-CLOSED           PIC ZZ,ZZZ,ZZ9.
           05 CL-UPHELD           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-PART-UPHELD      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-NOT-UPHELD       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-LATE             PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-REDRESS          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CAUSE-HEADING.
           05 FILLER              PIC X(08) VALUE 'CATEGORY'.
           05 CH-CAUSE            PIC X(08) OCCURS 6 TIMES.

       01 WS-CAUSE-LINE.
           05 CS-CATEGORY         PIC X(08).
           05 CS-COLUMN           OCCURS 6 TIMES.
               10 FILLER          PIC X(02).
               10 CS-COUNT        PIC ZZ,ZZ9.

       01 WS-REASON-LINE.
           05 RL-CATEGORY         PIC X(08).
           05 RL-REASON           PIC X(20).
           05 FILLER              PIC X(14) VALUE
              '  COMPLAINTS: '.
           05 RL-COMPLAINTS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(17) VALUE
              '  CREDITS VALUE: '.
           05 RL-CREDIT-VALUE     PIC ZZ,ZZZ,ZZ9.99.

       01 WS-SUMMARY-LINE.
           05 SL-LABEL            PIC X(40).
           05 SL-COUNT            PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      * PARM='yyyymm' - the report month; required.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-MONTH               PIC X(06).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           IF PARM-LENGTH IS LESS THAN 6
              OR PARM-MONTH IS NOT NUMERIC
              DISPLAY "CMPTRND: PARM must carry the report month "
                      "as yyyymm"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-MONTH TO WS-REPORT-MONTH
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
              DISPLAY "CMPTRND: PARM month " WS-REPORT-MONTH
                      " is not a valid yyyymm"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-REPORT-SEQ = WS-RM-YEAR * 12 + WS-RM-MONTH - 1
           INITIALIZE WS-CATEGORY-TABLE
           INITIALIZE WS-MONTH-TOTALS

           OPEN INPUT Complaints-Input
           IF NOT CMPFILE-NORMAL
              DISPLAY "ERROR: unable to open COMPLNT, status="
                      CMPFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CMPTRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Complaints-Input
              GOBACK
           END-IF

           PERFORM READ-NEXT-COMPLAINT
           PERFORM TALLY-ONE-COMPLAINT
               UNTIL COMPLNT-EOF
           CLOSE Complaints-Input

           PERFORM TIE-CATALOG-COMPLAINTS

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-CLOSED-SECTION
           PERFORM WRITE-CAUSE-SECTION
           PERFORM WRITE-REASON-SECTION

           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " CMPTRND End-of-job reconciliation"
           DISPLAY "   Complaints read      : " RC-RECORDS-READ
           DISPLAY "   Received in 6 months : " RC-IN-WINDOW
           DISPLAY "   Closed in the month  : " RC-CLOSED-MONTH
           DISPLAY "   Catalog complaints   : " RC-CATALOG
           DISPLAY "   Catalog not tied     : " RC-CATALOG-NOT-TIED
           DISPLAY "   Credits read         : " RC-CREDITS-READ
           DISPLAY "   Credits tied         : " RC-CREDITS-TIED
           DISPLAY "   Reasons not listed   : " RC-REASONS-DROPPED
           DISPLAY "======================================"

           IF RC-CATALOG-NOT-TIED > 0
              OR RC-REASONS-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       READ-NEXT-COMPLAINT SECTION.
           READ Complaints-Input NEXT RECORD
           IF NOT CMPFILE-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
       READ-NEXT-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TALLY-ONE-COMPLAINT - counted in the month column it was      *
      * received in, if that is within the six months; counted as a   *
      * closure if closed in the report month; held for the RETCRED   *
      * match if it is a catalog complaint received in the month.     *
      * Complaint number zero is the number-range control record.     *
      *----------------------------------------------------------------*
       TALLY-ONE-COMPLAINT SECTION.
           IF COMPLNT-NUMBER = 0
              GO TO TALLY-ONE-COMPLAINT-NEXT
           END-IF
           ADD 1 TO RC-RECORDS-READ
           PERFORM LOCATE-CATEGORY
           IF WS-CAT-SUB = 0
              GO TO TALLY-ONE-COMPLAINT-NEXT
           END-IF

           MOVE COMPLNT-RECEIVED-DATE(1:6) TO WS-WORK-MONTH
           COMPUTE WS-MONTH-SEQ = WS-WM-YEAR * 12 + WS-WM-MONTH - 1
           COMPUTE WS-COLUMN = WS-MONTH-SEQ - WS-REPORT-SEQ + 6
           IF WS-COLUMN > 0 AND WS-COLUMN < 7
              ADD 1 TO RC-IN-WINDOW
              ADD 1 TO CT-RECEIVED(WS-CAT-SUB WS-COLUMN)
              ADD 1 TO MT-RECEIVED(WS-COLUMN)
           END-IF
           IF WS-COLUMN = 6
              AND COMPLNT-ABOUT-ORDER
              PERFORM HOLD-CATALOG-COMPLAINT
           END-IF

           IF COMPLNT-CLOSED
              AND COMPLNT-CLOSED-DATE(1:6) = WS-REPORT-MONTH
              PERFORM TALLY-ONE-CLOSURE
           END-IF
           .
       TALLY-ONE-COMPLAINT-NEXT.
           PERFORM READ-NEXT-COMPLAINT
           .
       TALLY-ONE-COMPLAINT-EXIT.
           EXIT.

       TALLY-ONE-CLOSURE SECTION.
           ADD 1 TO RC-CLOSED-MONTH
           ADD 1 TO CT-CLOSED(WS-CAT-SUB)
           EVALUATE TRUE
              WHEN COMPLNT-UPHELD
                 ADD 1 TO CT-UPHELD(WS-CAT-SUB)
              WHEN COMPLNT-PART-UPHELD
                 ADD 1 TO CT-PART-UPHELD(WS-CAT-SUB)
              WHEN OTHER
                 ADD 1 TO CT-NOT-UPHELD(WS-CAT-SUB)
           END-EVALUATE
           IF COMPLNT-CLOSED-DATE > COMPLNT-DEADLINE-DATE
              ADD 1 TO CT-CLOSED-LATE(WS-CAT-SUB)
           END-IF
           ADD COMPLNT-REDRESS-PAID TO CT-REDRESS(WS-CAT-SUB)
           MOVE 0 TO WS-CAUSE-SUB
           PERFORM TEST-ONE-CAUSE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6
                  OR WS-CAUSE-SUB > 0
           IF WS-CAUSE-SUB > 0
              ADD 1 TO CT-CAUSE(WS-CAT-SUB WS-CAUSE-SUB)
           END-IF
           .
       TALLY-ONE-CLOSURE-EXIT.
           EXIT.

       TEST-ONE-CAUSE SECTION.
           IF WS-CAUSE-CODE(WS-SUB) = COMPLNT-ROOT-CAUSE
              MOVE WS-SUB TO WS-CAUSE-SUB
           END-IF
           .
       TEST-ONE-CAUSE-EXIT.
           EXIT.

       HOLD-CATALOG-COMPLAINT SECTION.
           ADD 1 TO RC-CATALOG
           IF OT-COUNT NOT < WS-ORDER-MAX
              ADD 1 TO RC-CATALOG-NOT-TIED
              GO TO HOLD-CATALOG-COMPLAINT-EXIT
           END-IF
           ADD 1 TO OT-COUNT
           SET OT-IX TO OT-COUNT
           MOVE COMPLNT-ORDER-NUMBER TO OT-ORDER-NUMBER(OT-IX)
           MOVE COMPLNT-ORDER-LINE TO OT-ORDER-LINE(OT-IX)
           MOVE WS-CAT-SUB TO OT-CAT-SUB(OT-IX)
           MOVE 'N' TO OT-MATCHED(OT-IX)
           MOVE SPACES TO OT-MATCHED-REASON(OT-IX)
           .
       HOLD-CATALOG-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       LOCATE-CATEGORY SECTION.
           MOVE 0 TO WS-CAT-SUB
           PERFORM TEST-ONE-CATEGORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 7
                  OR WS-CAT-SUB > 0
           .
       LOCATE-CATEGORY-EXIT.
           EXIT.

       TEST-ONE-CATEGORY SECTION.
           IF WS-CATEGORY-CODE(WS-SUB) = COMPLNT-CATEGORY
              MOVE WS-SUB TO WS-CAT-SUB
           END-IF
           .
       TEST-ONE-CATEGORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TIE-CATALOG-COMPLAINTS - every RETCRED credit on an order     *
      * line a catalog complaint was made about adds its return       *
      * reason under the complaint's category; the complaints left    *
      * with no credit are counted under NO RETURN ON FILE. A         *
      * complaint counts once under a reason however many of its      *
      * credits give it, and a credit's value counts once however     *
      * many complaints were made about its order line.               *
      *----------------------------------------------------------------*
       TIE-CATALOG-COMPLAINTS SECTION.
           IF OT-COUNT = 0
              GO TO TIE-CATALOG-COMPLAINTS-EXIT
           END-IF
           OPEN INPUT Credits-Input
           EVALUATE TRUE
              WHEN RETCRED-NORMAL
                 PERFORM READ-NEXT-CREDIT
                 PERFORM TIE-ONE-CREDIT
                     UNTIL RETCRED-EOF
                 CLOSE Credits-Input
              WHEN RETCRED-NO-FILE
                 DISPLAY "WARNING: RETCRED not available - catalog "
                         "complaints not tied to return reasons"
              WHEN OTHER
                 DISPLAY "WARNING: unable to open RETCRED, status="
                         RETCRED-STATUS
           END-EVALUATE

           MOVE 'NO RETURN ON FILE' TO WS-MATCH-REASON
           MOVE 0 TO WS-MATCH-VALUE
           MOVE 1 TO WS-MATCH-COMPLAINTS
           PERFORM COUNT-UNRETURNED
               VARYING OT-IX FROM 1 BY 1
               UNTIL OT-IX > OT-COUNT
           .
       TIE-CATALOG-COMPLAINTS-EXIT.
           EXIT.

       READ-NEXT-CREDIT SECTION.
           READ Credits-Input NEXT RECORD
           IF NOT RETCRED-NORMAL
              MOVE 'Y' TO WS-CREDIT-EOF-SW
           ELSE
              ADD 1 TO RC-CREDITS-READ
           END-IF
           .
       READ-NEXT-CREDIT-EXIT.
           EXIT.

       TIE-ONE-CREDIT SECTION.
           MOVE RETCRED-REASON TO WS-MATCH-REASON
           MOVE 'N' TO WS-CREDIT-TIED-SW
           PERFORM TIE-CREDIT-TO-COMPLAINT
               VARYING OT-IX FROM 1 BY 1
               UNTIL OT-IX > OT-COUNT
           PERFORM READ-NEXT-CREDIT
           .
       TIE-ONE-CREDIT-EXIT.
           EXIT.

       TIE-CREDIT-TO-COMPLAINT SECTION.
           IF OT-ORDER-NUMBER(OT-IX) NOT = RETCRED-ORDER-NUMBER
              OR OT-ORDER-LINE(OT-IX) NOT = RETCRED-LINE
              GO TO TIE-CREDIT-TO-COMPLAINT-EXIT
           END-IF
           IF CREDIT-TIED
              MOVE 0 TO WS-MATCH-VALUE
           ELSE
              ADD 1 TO RC-CREDITS-TIED
              MOVE 'Y' TO WS-CREDIT-TIED-SW
              MOVE RETCRED-CREDIT-VALUE TO WS-MATCH-VALUE
           END-IF
           IF OT-MATCHED(OT-IX) = 'Y'
              AND OT-MATCHED-REASON(OT-IX) = WS-MATCH-REASON
              MOVE 0 TO WS-MATCH-COMPLAINTS
           ELSE
              MOVE 1 TO WS-MATCH-COMPLAINTS
           END-IF
           MOVE 'Y' TO OT-MATCHED(OT-IX)
           MOVE WS-MATCH-REASON TO OT-MATCHED-REASON(OT-IX)
           IF WS-MATCH-COMPLAINTS = 0
              AND WS-MATCH-VALUE = 0
              GO TO TIE-CREDIT-TO-COMPLAINT-EXIT
           END-IF
           MOVE OT-CAT-SUB(OT-IX) TO WS-CAT-SUB
           PERFORM ADD-TO-REASON-TABLE
           .
       TIE-CREDIT-TO-COMPLAINT-EXIT.
           EXIT.

       COUNT-UNRETURNED SECTION.
           IF OT-MATCHED(OT-IX) = 'N'
              MOVE OT-CAT-SUB(OT-IX) TO WS-CAT-SUB
              PERFORM ADD-TO-REASON-TABLE
           END-IF
           .
       COUNT-UNRETURNED-EXIT.
           EXIT.

       ADD-TO-REASON-TABLE SECTION.
           MOVE 'N' TO WS-FOUND-SW
           IF RR-COUNT > 0
              SET RR-IX TO 1
              SEARCH RR-ENTRY
                 WHEN RR-IX > RR-COUNT
                    CONTINUE
                 WHEN RR-CAT-SUB(RR-IX) = WS-CAT-SUB
                  AND RR-REASON(RR-IX) = WS-MATCH-REASON
                    MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT ENTRY-ON-TABLE
              IF RR-COUNT NOT < WS-REASON-MAX
                 ADD 1 TO RC-REASONS-DROPPED
                 GO TO ADD-TO-REASON-TABLE-EXIT
              END-IF
              ADD 1 TO RR-COUNT
              SET RR-IX TO RR-COUNT
              MOVE WS-CAT-SUB TO RR-CAT-SUB(RR-IX)
              MOVE WS-MATCH-REASON TO RR-REASON(RR-IX)
              MOVE 0 TO RR-COMPLAINTS(RR-IX)
              MOVE 0 TO RR-CREDIT-VALUE(RR-IX)
           END-IF
           ADD WS-MATCH-COMPLAINTS TO RR-COMPLAINTS(RR-IX)
           ADD WS-MATCH-VALUE TO RR-CREDIT-VALUE(RR-IX)
           .
       ADD-TO-REASON-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-TREND-SECTION - received by category across the six     *
      * months, oldest month on the left.                             *
      *----------------------------------------------------------------*
       WRITE-TREND-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           MOVE 'COMPLAINTS RECEIVED BY CATEGORY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SET-MONTH-HEADING
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TREND-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-TREND-LINE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > 7
           MOVE 'ALL' TO TL-CATEGORY
           PERFORM SET-TOTAL-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TREND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-TREND-SECTION-EXIT.
           EXIT.

       SET-MONTH-HEADING SECTION.
           COMPUTE WS-MONTH-SEQ = WS-REPORT-SEQ - 6 + WS-COL-SUB
           DIVIDE WS-MONTH-SEQ BY 12 GIVING WS-YEAR-WORK
               REMAINDER WS-MONTH-WORK
           MOVE WS-YEAR-WORK TO WS-WM-YEAR
           COMPUTE WS-WM-MONTH = WS-MONTH-WORK + 1
           MOVE SPACES TO TH-MONTH(WS-COL-SUB)
           MOVE WS-WORK-MONTH TO TH-MONTH(WS-COL-SUB)(4:6)
           .
       SET-MONTH-HEADING-EXIT.
           EXIT.

       WRITE-ONE-TREND-LINE SECTION.
           MOVE WS-CATEGORY-CODE(CT-IX) TO TL-CATEGORY
           PERFORM SET-TREND-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TREND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-TREND-LINE-EXIT.
           EXIT.

       SET-TREND-COLUMN SECTION.
           MOVE SPACES TO TL-COLUMN(WS-COL-SUB)
           MOVE CT-RECEIVED(CT-IX WS-COL-SUB) TO TL-COUNT(WS-COL-SUB)
           .
       SET-TREND-COLUMN-EXIT.
           EXIT.

       SET-TOTAL-COLUMN SECTION.
           MOVE SPACES TO TL-COLUMN(WS-COL-SUB)
           MOVE MT-RECEIVED(WS-COL-SUB) TO TL-COUNT(WS-COL-SUB)
           .
       SET-TOTAL-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CLOSED-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COMPLAINTS CLOSED IN THE MONTH' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLOSED-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-CLOSED-LINE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > 7
           .
       WRITE-CLOSED-SECTION-EXIT.
           EXIT.

       WRITE-ONE-CLOSED-LINE SECTION.
           MOVE WS-CATEGORY-CODE(CT-IX) TO CL-CATEGORY
           MOVE CT-CLOSED(CT-IX) TO CL-CLOSED
           MOVE CT-UPHELD(CT-IX) TO CL-UPHELD
           MOVE CT-PART-UPHELD(CT-IX) TO CL-PART-UPHELD
           MOVE CT-NOT-UPHELD(CT-IX) TO CL-NOT-UPHELD
           MOVE CT-CLOSED-LATE(CT-IX) TO CL-LATE
           MOVE CT-REDRESS(CT-IX) TO CL-REDRESS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLOSED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-CLOSED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CAUSE-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ROOT CAUSES OF COMPLAINTS CLOSED IN THE MONTH'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SET-CAUSE-HEADING
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CAUSE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-CAUSE-LINE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > 7
           .
       WRITE-CAUSE-SECTION-EXIT.
           EXIT.

       SET-CAUSE-HEADING SECTION.
           MOVE SPACES TO CH-CAUSE(WS-SUB)
           MOVE WS-CAUSE-CODE(WS-SUB) TO CH-CAUSE(WS-SUB)(5:4)
           .
       SET-CAUSE-HEADING-EXIT.
           EXIT.

       WRITE-ONE-CAUSE-LINE SECTION.
           MOVE WS-CATEGORY-CODE(CT-IX) TO CS-CATEGORY
           PERFORM SET-CAUSE-COLUMN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CAUSE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-CAUSE-LINE-EXIT.
           EXIT.

       SET-CAUSE-COLUMN SECTION.
           MOVE SPACES TO CS-COLUMN(WS-SUB)
           MOVE CT-CAUSE(CT-IX WS-SUB) TO CS-COUNT(WS-SUB)
           .
       SET-CAUSE-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-REASON-SECTION - catalog complaints received in the     *
      * month by category and the return reason on their credits.    *
      *----------------------------------------------------------------*
       WRITE-REASON-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CATALOG COMPLAINTS BY RETURN REASON' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-REASONS-FOR-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CATALOG COMPLAINTS IN THE MONTH' TO SL-LABEL
           MOVE RC-CATALOG TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NOT TIED (TABLE FULL)' TO SL-LABEL
           MOVE RC-CATALOG-NOT-TIED TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REASON-SECTION-EXIT.
           EXIT.

       WRITE-REASONS-FOR-CATEGORY SECTION.
           PERFORM WRITE-ONE-REASON-LINE
               VARYING RR-IX FROM 1 BY 1
               UNTIL RR-IX > RR-COUNT
           .
       WRITE-REASONS-FOR-CATEGORY-EXIT.
           EXIT.

       WRITE-ONE-REASON-LINE SECTION.
           IF RR-CAT-SUB(RR-IX) NOT = WS-CAT-SUB
              GO TO WRITE-ONE-REASON-LINE-EXIT
           END-IF
           MOVE WS-CATEGORY-CODE(WS-CAT-SUB) TO RL-CATEGORY
           MOVE RR-REASON(RR-IX) TO RL-REASON
           MOVE RR-COMPLAINTS(RR-IX) TO RL-COMPLAINTS
           MOVE RR-CREDIT-VALUE(RR-IX) TO RL-CREDIT-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REASON-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-REASON-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-REPORT-MONTH TO RT-MONTH
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

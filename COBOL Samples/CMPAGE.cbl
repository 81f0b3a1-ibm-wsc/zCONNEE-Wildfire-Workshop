       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = CMPAGE                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPAGE.
      * Weekly complaints aging report over the COMPLNT register the
      * CMPMNT transaction keeps. Every open complaint is aged
      * against its response deadline as at the report date and
      * listed under the first band it falls in: past the deadline,
      * due within 7 days, due within 8 to 28 days, or later, each
      * with the days it has been open. The open complaints are then
      * counted by category, and the week's closures are summarised
      * for handling times: how many, how many after the deadline,
      * the average days from receipt to close and the redress paid.
      * The report date comes from the JCL PARM as yyyymmdd; default
      * is the run date. Return code 4 when anything is past its
      * deadline.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Complaints-Input ASSIGN TO COMPLNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPLNT-KEY OF COMPLNT-RECORD
              FILE STATUS IS CMPFILE-STATUS.

           SELECT Report-Output ASSIGN TO CMPAGRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Complaints-Input.
       COPY COMPLNT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CMPFILE-STATUS              PIC X(2).
           88 CMPFILE-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 COMPLNT-EOF             VALUE 'Y'.

       01 WS-REPORT-DATE              PIC 9(08).
       01 WS-REPORT-INT               PIC S9(09) COMP.
       01 WS-WEEK-START               PIC 9(08).
       01 WS-DAYS-OPEN                PIC S9(05) COMP.
       01 WS-DAYS-LEFT                PIC S9(05) COMP.
       01 WS-BAND                     PIC 9(01).
       01 WS-BAND-NAME-LIST.
           05 FILLER                  PIC X(30) VALUE
              'PAST THE RESPONSE DEADLINE    '.
           05 FILLER                  PIC X(30) VALUE
              'DUE WITHIN 7 DAYS             '.
           05 FILLER                  PIC X(30) VALUE
              'DUE WITHIN 8 TO 28 DAYS       '.
           05 FILLER                  PIC X(30) VALUE
              'DUE IN MORE THAN 28 DAYS      '.
       01 WS-BAND-NAMES REDEFINES WS-BAND-NAME-LIST.
           05 WS-BAND-NAME            PIC X(30) OCCURS 4 TIMES.

      * The open complaints, held so each band can be listed in turn.
       01 WS-OPEN-TABLE.
           05 OP-COUNT                PIC 9(04) COMP VALUE 0.
           05 OP-ENTRY OCCURS 2000 TIMES INDEXED BY OP-IX.
               10 OP-BAND             PIC 9(01).
               10 OP-NUMBER           PIC 9(08).
               10 OP-NUMB             PIC X(06).
               10 OP-CATEGORY         PIC X(04).
               10 OP-CHANNEL          PIC X(01).
               10 OP-STATUS           PIC X(01).
               10 OP-RECEIVED         PIC 9(08).
               10 OP-DEADLINE         PIC 9(08).
               10 OP-DAYS-OPEN        PIC S9(05) COMP.
               10 OP-DAYS-LEFT        PIC S9(05) COMP.
               10 OP-UPDATED-BY       PIC X(08).
               10 OP-SUMMARY          PIC X(40).
       01 WS-TABLE-MAX                PIC 9(04) COMP VALUE 2000.

      * Open complaints by category.
       01 WS-CATEGORY-LIST            PIC X(28) VALUE
              'SERVPRODDELVCHRGADVCDATAOTHR'.
       01 WS-CATEGORY-CODES REDEFINES WS-CATEGORY-LIST.
           05 WS-CATEGORY-CODE        PIC X(04) OCCURS 7 TIMES.
       01 WS-CATEGORY-TABLE.
           05 CT-ENTRY OCCURS 7 TIMES INDEXED BY CT-IX.
               10 CT-OPEN             PIC 9(05) COMP.
               10 CT-OVERDUE          PIC 9(05) COMP.
               10 CT-CLOSED-WEEK      PIC 9(05) COMP.
       01 WS-CAT-SUB                  PIC 9(02) COMP.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-OPEN                 PIC 9(08) COMP VALUE 0.
           05 RC-NOT-LISTED           PIC 9(08) COMP VALUE 0.
           05 RC-BAND-COUNT           PIC 9(08) COMP
                                      OCCURS 4 TIMES.
           05 RC-CLOSED-WEEK          PIC 9(08) COMP VALUE 0.
           05 RC-CLOSED-LATE          PIC 9(08) COMP VALUE 0.
           05 RC-DAYS-TO-CLOSE        PIC 9(09) COMP VALUE 0.
           05 RC-REDRESS-WEEK         PIC S9(11)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'COMPLAINTS AGING REPORT - AS AT     '.
           05 RT-DATE             PIC 9(08).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(45) VALUE
              'COMPLAINT NUMB   CAT  CH ST RECEIVED DEADLINE'.
           05 FILLER              PIC X(31) VALUE
              '  OPEN  LEFT  UPDATED  SUMMARY'.

       01 WS-BAND-HEADING.
           05 BH-NAME             PIC X(30).
           05 BH-COUNT            PIC ZZZ,ZZ9.

       01 WS-DETAIL-LINE.
           05 DL-NUMBER           PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CATEGORY         PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CHANNEL          PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-STATUS           PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-RECEIVED         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DEADLINE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DAYS-OPEN        PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DAYS-LEFT        PIC ----9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-UPDATED-BY       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-SUMMARY          PIC X(40).

       01 WS-CATEGORY-LINE.
           05 FILLER              PIC X(09) VALUE 'CATEGORY '.
           05 CL-CATEGORY         PIC X(04).
           05 FILLER              PIC X(08) VALUE '  OPEN: '.
           05 CL-OPEN             PIC ZZ,ZZ9.
           05 FILLER              PIC X(17) VALUE
              '  PAST DEADLINE: '.
           05 CL-OVERDUE          PIC ZZ,ZZ9.
           05 FILLER              PIC X(22) VALUE
              '  CLOSED IN THE WEEK: '.
           05 CL-CLOSED           PIC ZZ,ZZ9.

       01 WS-SUMMARY-LINE.
           05 SL-LABEL            PIC X(40).
           05 SL-COUNT            PIC ZZZ,ZZ9.

       01 WS-AVERAGE-LINE.
           05 FILLER              PIC X(40) VALUE
              'AVERAGE DAYS FROM RECEIPT TO CLOSE'.
           05 AL-DAYS             PIC ZZZZ9.9.

       01 WS-REDRESS-LINE.
           05 FILLER              PIC X(40) VALUE
              'REDRESS PAID ON COMPLAINTS CLOSED'.
           05 RL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-AVERAGE-DAYS             PIC 9(05)V9.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the report date; default is the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-REPORT-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) NOT = 0
              DISPLAY "CMPAGE: PARM date " WS-REPORT-DATE
                      " is not a valid yyyymmdd date"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-REPORT-INT - 6)
           INITIALIZE WS-CATEGORY-TABLE
           MOVE 0 TO RC-BAND-COUNT(1) RC-BAND-COUNT(2)
                     RC-BAND-COUNT(3) RC-BAND-COUNT(4)

           OPEN INPUT Complaints-Input
           IF NOT CMPFILE-NORMAL
              DISPLAY "ERROR: unable to open COMPLNT, status="
                      CMPFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CMPAGRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Complaints-Input
              GOBACK
           END-IF

           PERFORM READ-NEXT-COMPLAINT
           PERFORM AGE-ONE-COMPLAINT
               UNTIL COMPLNT-EOF

           CLOSE Complaints-Input

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-ONE-BAND
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > 4
           PERFORM WRITE-CATEGORY-TOTALS
           PERFORM WRITE-CLOSURE-SUMMARY

           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " CMPAGE End-of-job reconciliation"
           DISPLAY "   Complaints read      : " RC-RECORDS-READ
           DISPLAY "   Open                 : " RC-OPEN
           DISPLAY "   Past deadline        : " RC-BAND-COUNT(1)
           DISPLAY "   Not listed (table)   : " RC-NOT-LISTED
           DISPLAY "   Closed in the week   : " RC-CLOSED-WEEK
           DISPLAY "   Closed after deadline: " RC-CLOSED-LATE
           DISPLAY "======================================"

           IF RC-BAND-COUNT(1) > 0
              OR RC-NOT-LISTED > 0
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
      * AGE-ONE-COMPLAINT - an open complaint is banded by the days   *
      * left to its deadline; one closed in the week ending on the    *
      * report date counts towards the handling-time summary.         *
      * Complaint number zero is the number-range control record.     *
      *----------------------------------------------------------------*
       AGE-ONE-COMPLAINT SECTION.
           IF COMPLNT-NUMBER = 0
              GO TO AGE-ONE-COMPLAINT-NEXT
           END-IF
           ADD 1 TO RC-RECORDS-READ
           PERFORM LOCATE-CATEGORY

           IF COMPLNT-CLOSED
              IF COMPLNT-CLOSED-DATE NOT < WS-WEEK-START
                 AND COMPLNT-CLOSED-DATE NOT > WS-REPORT-DATE
                 PERFORM COUNT-ONE-CLOSURE
              END-IF
              GO TO AGE-ONE-COMPLAINT-NEXT
           END-IF
           IF COMPLNT-RECEIVED-DATE > WS-REPORT-DATE
              GO TO AGE-ONE-COMPLAINT-NEXT
           END-IF

           ADD 1 TO RC-OPEN
           COMPUTE WS-DAYS-OPEN = WS-REPORT-INT
               - FUNCTION INTEGER-OF-DATE(COMPLNT-RECEIVED-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(COMPLNT-DEADLINE-DATE)
               - WS-REPORT-INT
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 MOVE 1 TO WS-BAND
              WHEN WS-DAYS-LEFT NOT > 7
                 MOVE 2 TO WS-BAND
              WHEN WS-DAYS-LEFT NOT > 28
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE
           ADD 1 TO RC-BAND-COUNT(WS-BAND)
           IF WS-CAT-SUB > 0
              ADD 1 TO CT-OPEN(WS-CAT-SUB)
              IF WS-BAND = 1
                 ADD 1 TO CT-OVERDUE(WS-CAT-SUB)
              END-IF
           END-IF

           IF OP-COUNT NOT < WS-TABLE-MAX
              ADD 1 TO RC-NOT-LISTED
              GO TO AGE-ONE-COMPLAINT-NEXT
           END-IF
           ADD 1 TO OP-COUNT
           SET OP-IX TO OP-COUNT
           MOVE WS-BAND TO OP-BAND(OP-IX)
           MOVE COMPLNT-NUMBER TO OP-NUMBER(OP-IX)
           MOVE COMPLNT-NUMB TO OP-NUMB(OP-IX)
           MOVE COMPLNT-CATEGORY TO OP-CATEGORY(OP-IX)
           MOVE COMPLNT-CHANNEL TO OP-CHANNEL(OP-IX)
           MOVE COMPLNT-STATUS TO OP-STATUS(OP-IX)
           MOVE COMPLNT-RECEIVED-DATE TO OP-RECEIVED(OP-IX)
           MOVE COMPLNT-DEADLINE-DATE TO OP-DEADLINE(OP-IX)
           MOVE WS-DAYS-OPEN TO OP-DAYS-OPEN(OP-IX)
           MOVE WS-DAYS-LEFT TO OP-DAYS-LEFT(OP-IX)
           MOVE COMPLNT-UPDATED-BY TO OP-UPDATED-BY(OP-IX)
           MOVE COMPLNT-SUMMARY TO OP-SUMMARY(OP-IX)
           .
       AGE-ONE-COMPLAINT-NEXT.
           PERFORM READ-NEXT-COMPLAINT
           .
       AGE-ONE-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COUNT-ONE-CLOSURE SECTION.
           ADD 1 TO RC-CLOSED-WEEK
           IF COMPLNT-CLOSED-DATE > COMPLNT-DEADLINE-DATE
              ADD 1 TO RC-CLOSED-LATE
           END-IF
           COMPUTE RC-DAYS-TO-CLOSE = RC-DAYS-TO-CLOSE
               + FUNCTION INTEGER-OF-DATE(COMPLNT-CLOSED-DATE)
               - FUNCTION INTEGER-OF-DATE(COMPLNT-RECEIVED-DATE)
           ADD COMPLNT-REDRESS-PAID TO RC-REDRESS-WEEK
           IF WS-CAT-SUB > 0
              ADD 1 TO CT-CLOSED-WEEK(WS-CAT-SUB)
           END-IF
           .
       COUNT-ONE-CLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       LOCATE-CATEGORY SECTION.
           MOVE 0 TO WS-CAT-SUB
           PERFORM TEST-ONE-CATEGORY
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > 7
                  OR WS-CAT-SUB > 0
           .
       LOCATE-CATEGORY-EXIT.
           EXIT.

       TEST-ONE-CATEGORY SECTION.
           IF WS-CATEGORY-CODE(CT-IX) = COMPLNT-CATEGORY
              SET WS-CAT-SUB TO CT-IX
           END-IF
           .
       TEST-ONE-CATEGORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-ONE-BAND - the open complaints in one deadline band,    *
      * oldest first as they were numbered.                           *
      *----------------------------------------------------------------*
       WRITE-ONE-BAND SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BAND-NAME(WS-BAND) TO BH-NAME
           MOVE RC-BAND-COUNT(WS-BAND) TO BH-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BAND-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-OPEN-LINE
               VARYING OP-IX FROM 1 BY 1
               UNTIL OP-IX > OP-COUNT
           .
       WRITE-ONE-BAND-EXIT.
           EXIT.

       WRITE-ONE-OPEN-LINE SECTION.
           IF OP-BAND(OP-IX) NOT = WS-BAND
              GO TO WRITE-ONE-OPEN-LINE-EXIT
           END-IF
           MOVE OP-NUMBER(OP-IX) TO DL-NUMBER
           MOVE OP-NUMB(OP-IX) TO DL-NUMB
           MOVE OP-CATEGORY(OP-IX) TO DL-CATEGORY
           MOVE OP-CHANNEL(OP-IX) TO DL-CHANNEL
           MOVE OP-STATUS(OP-IX) TO DL-STATUS
           MOVE OP-RECEIVED(OP-IX) TO DL-RECEIVED
           MOVE OP-DEADLINE(OP-IX) TO DL-DEADLINE
           MOVE OP-DAYS-OPEN(OP-IX) TO DL-DAYS-OPEN
           MOVE OP-DAYS-LEFT(OP-IX) TO DL-DAYS-LEFT
           MOVE OP-UPDATED-BY(OP-IX) TO DL-UPDATED-BY
           MOVE OP-SUMMARY(OP-IX) TO DL-SUMMARY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-OPEN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CATEGORY-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OPEN COMPLAINTS BY CATEGORY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-CATEGORY-LINE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > 7
           .
       WRITE-CATEGORY-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-CATEGORY-LINE SECTION.
           MOVE WS-CATEGORY-CODE(CT-IX) TO CL-CATEGORY
           MOVE CT-OPEN(CT-IX) TO CL-OPEN
           MOVE CT-OVERDUE(CT-IX) TO CL-OVERDUE
           MOVE CT-CLOSED-WEEK(CT-IX) TO CL-CLOSED
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CATEGORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-CATEGORY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CLOSURE-SUMMARY - handling times for the complaints     *
      * closed in the seven days ending on the report date.           *
      *----------------------------------------------------------------*
       WRITE-CLOSURE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COMPLAINTS CLOSED IN THE WEEK FROM' TO REPORT-LINE
           MOVE WS-WEEK-START TO REPORT-LINE(36:8)
           WRITE REPORT-LINE

           MOVE 'OPEN COMPLAINTS' TO SL-LABEL
           MOVE RC-OPEN TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'OPEN BUT NOT LISTED (TABLE FULL)' TO SL-LABEL
           MOVE RC-NOT-LISTED TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLOSED IN THE WEEK' TO SL-LABEL
           MOVE RC-CLOSED-WEEK TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLOSED AFTER THE RESPONSE DEADLINE' TO SL-LABEL
           MOVE RC-CLOSED-LATE TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF RC-CLOSED-WEEK > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                  RC-DAYS-TO-CLOSE / RC-CLOSED-WEEK
           ELSE
              MOVE 0 TO WS-AVERAGE-DAYS
           END-IF
           MOVE WS-AVERAGE-DAYS TO AL-DAYS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AVERAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RC-REDRESS-WEEK TO RL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REDRESS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-CLOSURE-SUMMARY-EXIT.
           EXIT.

       WRITE-SUMMARY-LINE SECTION.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-REPORT-DATE TO RT-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

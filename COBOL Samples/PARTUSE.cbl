       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = PARTUSE                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTUSE.
      * Monthly parts usage report from the CONSHIST consumption
      * history that PARTMSTR's 01ISSU request and the PARTISS batch
      * write. For the month in the JCL PARM (yyyymm, defaults to the
      * current month) it lists every part issued with its quantity,
      * number of issues, value at the cost on the day of issue and
      * average daily use, then the same quantities and values by
      * job or cost centre the stock was charged to, with grand
      * totals that tie the two views together.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Consumption-History ASSIGN TO CONSHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONSHIST-KEY OF CONSHIST-RECORD
              FILE STATUS IS CONS-FILE-STATUS.

           SELECT Part-File ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PART-KEY OF PART-REC
              FILE STATUS IS PARTFILE-STATUS.

           SELECT Report-Output ASSIGN TO PARTURPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Consumption-History.
       COPY CONSHIST SUPPRESS.

       FD  Part-File.
       COPY PART.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CONS-FILE-STATUS            PIC X(2).
           88 CONSHIST-NORMAL         VALUE '00'.
       01 PARTFILE-STATUS             PIC X(2).
           88 PARTFILE-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 CONSHIST-EOF            VALUE 'Y'.
       01 WS-PARTFILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88 PARTFILE-OPEN           VALUE 'Y'.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMM       PIC X(06).
           05 FILLER                  PIC X(15).

      * The month being reported, yyyymm, from the JCL PARM;
      * defaults to the current month.
       01 WS-REPORT-MONTH             PIC X(06).
       01 WS-MONTH-START              PIC 9(08).
       01 WS-NEXT-MONTH-START         PIC 9(08).
       01 WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-START.
           05 WS-NEXT-YYYY            PIC 9(04).
           05 WS-NEXT-MM              PIC 9(02).
           05 WS-NEXT-DD              PIC 9(02).
       01 WS-DAYS-IN-MONTH            PIC 9(03) COMP.

      * The part being totalled.
       01 WS-PART-TOTALS.
           05 PT-PART-KEY             PIC X(17).
           05 PT-ISSUES               PIC 9(06) COMP.
           05 PT-QTY                  PIC 9(09) COMP.
           05 PT-VALUE                PIC 9(11)V99 COMP-3.
           05 PT-AVG-DAILY            PIC 9(07)V99.
       01 WS-LINE-VALUE               PIC 9(11)V99 COMP-3.

      * Usage by job or cost centre, kept in charge-code order.
       01 WS-CHARGE-TABLE.
           05 CC-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IX CC-JX.
               10 CC-CHARGE-KEY.
                   15 CC-CHARGE-TYPE  PIC X(01).
                   15 CC-CHARGE-CODE  PIC X(08).
               10 CC-ISSUES           PIC 9(06) COMP.
               10 CC-QTY              PIC 9(09) COMP.
               10 CC-VALUE            PIC 9(11)V99 COMP-3.
       01 WS-CHARGE-KEY.
           05 WS-CHARGE-TYPE          PIC X(01).
           05 WS-CHARGE-CODE          PIC X(08).
       01 WS-INSERT-AT                PIC 9(04) COMP.
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 CHARGE-FOUND            VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-MONTH-ISSUES         PIC 9(08) COMP VALUE 0.
           05 RC-PARTS-USED           PIC 9(08) COMP VALUE 0.
           05 RC-MONTH-QTY            PIC 9(09) COMP VALUE 0.
           05 RC-MONTH-VALUE          PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-CHARGE-QTY           PIC 9(09) COMP VALUE 0.
           05 RC-CHARGE-VALUE         PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-CHARGES-DROPPED      PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(28) VALUE
              'PARTS USAGE REPORT - MONTH  '.
           05 RT-MONTH            PIC X(06).

       01 WS-PART-HEADING.
           05 FILLER              PIC X(19) VALUE
              'PART               '.
           05 FILLER              PIC X(31) VALUE
              'DESCRIPTION                    '.
           05 FILLER              PIC X(08) VALUE '  ISSUES'.
           05 FILLER              PIC X(12) VALUE '    QUANTITY'.
           05 FILLER              PIC X(16) VALUE
              '           VALUE'.
           05 FILLER              PIC X(12) VALUE '   AVG/DAY  '.
           05 FILLER              PIC X(09) VALUE '  ON HAND'.

       01 WS-PART-LINE.
           05 PL-PART-KEY         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-DESCRIPTION      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-ISSUES           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-QTY              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-AVG-DAILY        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-ON-HAND          PIC ZZ,ZZ9.

       01 WS-CHARGE-HEADING.
           05 FILLER              PIC X(33) VALUE
              'CHARGED TO                       '.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE '  ISSUES'.
           05 FILLER              PIC X(12) VALUE '    QUANTITY'.
           05 FILLER              PIC X(16) VALUE
              '           VALUE'.

       01 WS-CHARGE-LINE.
           05 CL-CHARGE-TYPE      PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-CHARGE-CODE      PIC X(08).
           05 FILLER              PIC X(29) VALUE SPACES.
           05 CL-ISSUES           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-QTY              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(50).
           05 TL-ISSUES           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TL-QTY              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(06).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           PERFORM INITIALIZE-REPORT

           MOVE SPACES TO PT-PART-KEY
           PERFORM READ-CONSUMPTION
           PERFORM PROCESS-ONE-ISSUE
               UNTIL CONSHIST-EOF
           PERFORM PRINT-PART-TOTALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL ALL PARTS' TO TL-LABEL
           MOVE RC-MONTH-ISSUES TO TL-ISSUES
           MOVE RC-MONTH-QTY TO TL-QTY
           MOVE RC-MONTH-VALUE TO TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           PERFORM PRINT-BY-CHARGE-CODE

           CLOSE Consumption-History
           IF PARTFILE-OPEN
              CLOSE Part-File
           END-IF
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " PARTUSE End-of-job reconciliation"
           DISPLAY "   Month reported       : " WS-REPORT-MONTH
           DISPLAY "   History records read : " RC-RECORDS-READ
           DISPLAY "   Issues in month      : " RC-MONTH-ISSUES
           DISPLAY "   Parts used           : " RC-PARTS-USED
           DISPLAY "   Quantity issued      : " RC-MONTH-QTY
           DISPLAY "   Charge codes dropped : " RC-CHARGES-DROPPED
           DISPLAY "======================================"

           IF RC-CHARGES-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Open the files and settle the month being reported.            *
      *----------------------------------------------------------------*
       INITIALIZE-REPORT SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           IF PARM-LENGTH >= 6
              AND PARM-DATA(1:6) IS NUMERIC
              MOVE PARM-DATA(1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-CURRENT-YYYYMM TO WS-REPORT-MONTH
           END-IF

           COMPUTE WS-MONTH-START =
               FUNCTION NUMVAL(WS-REPORT-MONTH) * 100 + 1
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-NEXT-MM = 12
              ADD 1 TO WS-NEXT-YYYY
              MOVE 1 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

           OPEN INPUT Consumption-History
           IF NOT CONSHIST-NORMAL
              DISPLAY "ERROR OPENING CONSHIST, STATUS="
                      CONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Part-File
           IF PARTFILE-NORMAL
              MOVE 'Y' TO WS-PARTFILE-OPEN-SW
           ELSE
              DISPLAY "WARNING: PARTFILE unavailable, status="
                      PARTFILE-STATUS
              DISPLAY "         parts reported without descriptions"
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR OPENING PARTURPT, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-REPORT-MONTH TO RT-MONTH
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-PART-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       INITIALIZE-REPORT-EXIT.
           EXIT.

       READ-CONSUMPTION SECTION.
           READ Consumption-History NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT CONSHIST-EOF
              AND NOT CONSHIST-NORMAL
              DISPLAY "ERROR READING CONSHIST, STATUS="
                      CONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       READ-CONSUMPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One history record: issues in the month are totalled under    *
      * their part (the file is in part order) and their charge code. *
      *----------------------------------------------------------------*
       PROCESS-ONE-ISSUE SECTION.
           ADD 1 TO RC-RECORDS-READ

           IF CONSHIST-ISSUE-DATE < WS-MONTH-START
              OR CONSHIST-ISSUE-DATE NOT < WS-NEXT-MONTH-START
              GO TO PROCESS-ONE-ISSUE-NEXT
           END-IF

           IF CONSHIST-PART-KEY NOT = PT-PART-KEY
              PERFORM PRINT-PART-TOTALS
              MOVE CONSHIST-PART-KEY TO PT-PART-KEY
              MOVE 0 TO PT-ISSUES
              MOVE 0 TO PT-QTY
              MOVE 0 TO PT-VALUE
           END-IF

           COMPUTE WS-LINE-VALUE =
               CONSHIST-QTY-ISSUED * CONSHIST-UNIT-COST
           ADD 1 TO PT-ISSUES
           ADD CONSHIST-QTY-ISSUED TO PT-QTY
           ADD WS-LINE-VALUE TO PT-VALUE
           ADD 1 TO RC-MONTH-ISSUES
           ADD CONSHIST-QTY-ISSUED TO RC-MONTH-QTY
           ADD WS-LINE-VALUE TO RC-MONTH-VALUE

           PERFORM ADD-TO-CHARGE-CODE.
       PROCESS-ONE-ISSUE-NEXT.
           PERFORM READ-CONSUMPTION.
       PROCESS-ONE-ISSUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The finished part's line, described from the parts master.    *
      *----------------------------------------------------------------*
       PRINT-PART-TOTALS SECTION.
           IF PT-PART-KEY = SPACES
              GO TO PRINT-PART-TOTALS-EXIT
           END-IF
           ADD 1 TO RC-PARTS-USED

           MOVE SPACES TO PL-DESCRIPTION
           MOVE 0 TO PL-ON-HAND
           IF PARTFILE-OPEN
              MOVE PT-PART-KEY TO PART-KEY OF PART-REC
              READ Part-File
              IF PARTFILE-NORMAL
                 MOVE PART-DESCRIPTION OF PART-REC TO PL-DESCRIPTION
                 MOVE PART-QTY-ON-HAND OF PART-REC TO PL-ON-HAND
              ELSE
                 MOVE 'NO LONGER ON PARTFILE' TO PL-DESCRIPTION
                 MOVE '00' TO PARTFILE-STATUS
              END-IF
           END-IF

           COMPUTE PT-AVG-DAILY ROUNDED = PT-QTY / WS-DAYS-IN-MONTH
           MOVE PT-PART-KEY TO PL-PART-KEY
           MOVE PT-ISSUES TO PL-ISSUES
           MOVE PT-QTY TO PL-QTY
           MOVE PT-VALUE TO PL-VALUE
           MOVE PT-AVG-DAILY TO PL-AVG-DAILY
           WRITE REPORT-LINE FROM WS-PART-LINE.
       PRINT-PART-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The issue onto its job or cost centre's totals, the table     *
      * kept in charge type and code order as entries are added.      *
      *----------------------------------------------------------------*
       ADD-TO-CHARGE-CODE SECTION.
           MOVE CONSHIST-CHARGE-TYPE TO WS-CHARGE-TYPE
           MOVE CONSHIST-CHARGE-CODE TO WS-CHARGE-CODE
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-INSERT-AT
           PERFORM FIND-CHARGE-CODE
               VARYING CC-IX FROM 1 BY 1
               UNTIL CC-IX > CC-ENTRY-COUNT
                  OR CHARGE-FOUND
                  OR WS-INSERT-AT > 0

           IF NOT CHARGE-FOUND
              IF CC-ENTRY-COUNT NOT < 500
                 DISPLAY "WARNING: CHARGE CODE TABLE FULL AT 500, "
                         WS-CHARGE-KEY " left off the report"
                 ADD 1 TO RC-CHARGES-DROPPED
                 GO TO ADD-TO-CHARGE-CODE-EXIT
              END-IF
              IF WS-INSERT-AT = 0
                 COMPUTE WS-INSERT-AT = CC-ENTRY-COUNT + 1
              END-IF
              PERFORM SHIFT-CHARGE-ENTRY
                  VARYING CC-JX FROM CC-ENTRY-COUNT BY -1
                  UNTIL CC-JX < WS-INSERT-AT
              ADD 1 TO CC-ENTRY-COUNT
              SET CC-IX TO WS-INSERT-AT
              MOVE WS-CHARGE-KEY TO CC-CHARGE-KEY(CC-IX)
              MOVE 0 TO CC-ISSUES(CC-IX)
              MOVE 0 TO CC-QTY(CC-IX)
              MOVE 0 TO CC-VALUE(CC-IX)
           END-IF

           ADD 1 TO CC-ISSUES(CC-IX)
           ADD CONSHIST-QTY-ISSUED TO CC-QTY(CC-IX)
           ADD WS-LINE-VALUE TO CC-VALUE(CC-IX)
           ADD CONSHIST-QTY-ISSUED TO RC-CHARGE-QTY
           ADD WS-LINE-VALUE TO RC-CHARGE-VALUE.
       ADD-TO-CHARGE-CODE-EXIT.
           EXIT.

      *    Stops on the entry itself, or the first entry that sorts
      *    after it (where it is inserted); CC-IX is left on a match
       FIND-CHARGE-CODE SECTION.
           IF CC-CHARGE-KEY(CC-IX) = WS-CHARGE-KEY
              MOVE 'Y' TO WS-FOUND-SW
              SET CC-IX DOWN BY 1
           ELSE
              IF CC-CHARGE-KEY(CC-IX) > WS-CHARGE-KEY
                 SET WS-INSERT-AT TO CC-IX
              END-IF
           END-IF.
       FIND-CHARGE-CODE-EXIT.
           EXIT.

       SHIFT-CHARGE-ENTRY SECTION.
           MOVE CC-ENTRY(CC-JX) TO CC-ENTRY(CC-JX + 1).
       SHIFT-CHARGE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Usage by job and cost centre, with a total that must agree    *
      * with the parts total above.                                    *
      *----------------------------------------------------------------*
       PRINT-BY-CHARGE-CODE SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CHARGE-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PRINT-ONE-CHARGE-CODE
               VARYING CC-IX FROM 1 BY 1
               UNTIL CC-IX > CC-ENTRY-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL ALL JOBS AND COST CENTRES' TO TL-LABEL
           MOVE RC-MONTH-ISSUES TO TL-ISSUES
           MOVE RC-CHARGE-QTY TO TL-QTY
           MOVE RC-CHARGE-VALUE TO TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       PRINT-BY-CHARGE-CODE-EXIT.
           EXIT.

       PRINT-ONE-CHARGE-CODE SECTION.
           IF CC-CHARGE-TYPE(CC-IX) = 'J'
              MOVE 'JOB' TO CL-CHARGE-TYPE
           ELSE
              MOVE 'COST CENTRE' TO CL-CHARGE-TYPE
           END-IF
           MOVE CC-CHARGE-CODE(CC-IX) TO CL-CHARGE-CODE
           MOVE CC-ISSUES(CC-IX) TO CL-ISSUES
           MOVE CC-QTY(CC-IX) TO CL-QTY
           MOVE CC-VALUE(CC-IX) TO CL-VALUE
           WRITE REPORT-LINE FROM WS-CHARGE-LINE.
       PRINT-ONE-CHARGE-CODE-EXIT.
           EXIT.

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ORGCHART                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
      * Weekly organisation chart from the EMPDIR employee directory.
      * Everyone with no manager on their entry heads a tree, and
      * the reporting lines EMPLOAD loads from the HR extract are
      * walked down from each head, every person printed indented
      * under their manager with title, department, location,
      * extension and number of direct reports. People whose named
      * manager is not on the directory head trees of their own
      * under a separate heading, so nobody drops off the chart.
      * The exceptions for HR go to ORGEXCP: managers named but not
      * on the directory, reporting loops (each loop's members), and
      * people whose line runs up into a loop and so never reaches
      * the top of any tree.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Empdir-VSAM ASSIGN TO EMPDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMPDIR-KEY OF EMPDIR-RECORD
              FILE STATUS IS STATUS-CODE.

           SELECT Chart-Output ASSIGN TO ORGCHRT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHART-STATUS.

           SELECT Exception-Output ASSIGN TO ORGEXCP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EXCEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Empdir-VSAM.
           COPY EMPDIR SUPPRESS.

       FD  Chart-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  CHART-LINE                 PIC X(132).

       FD  Exception-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 CHART-STATUS                PIC X(2).
           88 CHART-NORMAL            VALUE '00'.
       01 EXCEPT-STATUS               PIC X(2).
           88 EXCEPT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 EMPDIR-EOF              VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).

      * The whole directory, in key order so a manager's key can be
      * found by binary search. OE-STATE: space not yet reached,
      * P printed on the chart, L in a reporting loop, X reports up
      * into a loop.
       01 WS-ENTRY-TABLE.
           05 OE-COUNT                PIC 9(04) COMP VALUE 0.
           05 OE-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON OE-COUNT
                 ASCENDING KEY IS OE-KEY
                 INDEXED BY OE-IX.
               10 OE-KEY.
                   15 OE-LAST-NAME    PIC X(10).
                   15 OE-FIRST-NAME   PIC X(10).
               10 OE-EXTENSION        PIC X(10).
               10 OE-DEPARTMENT       PIC X(06).
               10 OE-JOB-TITLE        PIC X(20).
               10 OE-LOCATION         PIC X(10).
               10 OE-MGR-KEY          PIC X(20).
               10 OE-MGR-SUB          PIC 9(04) COMP.
               10 OE-MGR-MISSING      PIC X(01).
               10 OE-REPORTS          PIC 9(04) COMP.
               10 OE-STAMP            PIC 9(04) COMP.
               10 OE-STATE            PIC X(01).
       01 WS-TABLE-MAX                PIC 9(04) COMP VALUE 3000.

      * Walking a tree: the path from the head down to the person
      * being printed, and how far along the table each level's
      * search for the next direct report has got.
       01 WS-WALK-STACK.
           05 ST-LEVEL OCCURS 3000 TIMES.
               10 ST-NODE             PIC 9(04) COMP.
               10 ST-POS              PIC 9(04) COMP.
       01 WS-WALK-FIELDS.
           05 WS-DEPTH                PIC 9(04) COMP.
           05 WS-SUB                  PIC 9(04) COMP.
           05 WS-SCAN                 PIC 9(04) COMP.
           05 WS-CHILD                PIC 9(04) COMP.
           05 WS-NODE                 PIC 9(04) COMP.
           05 WS-LEVEL                PIC 9(04) COMP.
           05 WS-INDENT               PIC 9(04) COMP.
           05 WS-HEAD-PASS            PIC X(01).
           05 WS-NAME-TEXT            PIC X(21).

      * Loop detection.
       01 WS-LOOP-FIELDS.
           05 WS-LOOP-START           PIC 9(04) COMP.
           05 WS-LOOP-NUMBER          PIC 9(04) COMP VALUE 0.
           05 WS-CHAIN-DONE-SW        PIC X(01).
               88 CHAIN-DONE          VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-ENTRIES-READ         PIC 9(08) COMP VALUE 0.
           05 RC-HEADS                PIC 9(08) COMP VALUE 0.
           05 RC-ON-CHART             PIC 9(08) COMP VALUE 0.
           05 RC-MANAGER-MISSING      PIC 9(08) COMP VALUE 0.
           05 RC-LOOPS                PIC 9(08) COMP VALUE 0.
           05 RC-IN-LOOPS             PIC 9(08) COMP VALUE 0.
           05 RC-INTO-LOOPS           PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-CHART-TITLE.
           05 FILLER              PIC X(30) VALUE
              'ORGANISATION CHART - WEEK OF  '.
           05 CT-RUN-DATE         PIC 9(08).

       01 WS-CHART-HEADING.
           05 FILLER              PIC X(56) VALUE
              'NAME (INDENTED UNDER MANAGER)'.
           05 FILLER              PIC X(21) VALUE 'JOB TITLE'.
           05 FILLER              PIC X(07) VALUE 'DEPT'.
           05 FILLER              PIC X(11) VALUE 'LOCATION'.
           05 FILLER              PIC X(12) VALUE 'EXTENSION'.
           05 FILLER              PIC X(07) VALUE 'REPORTS'.

       01 WS-HEAD-SECTION.
           05 HS-TEXT             PIC X(60).

       01 WS-CHART-DETAIL.
           05 CD-TREE             PIC X(56).
           05 CD-JOB-TITLE        PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CD-DEPARTMENT       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CD-LOCATION         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CD-EXTENSION        PIC X(10).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CD-REPORTS          PIC ZZZ9.

       01 WS-EXCEPT-TITLE.
           05 FILLER              PIC X(40) VALUE
              'ORGANISATION CHART EXCEPTIONS FOR HR -  '.
           05 ET-RUN-DATE         PIC 9(08).

       01 WS-EXCEPT-DETAIL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ED-LOOP-NUMBER      PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ED-LAST-NAME        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ED-FIRST-NAME       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ED-DEPARTMENT       PIC X(06).
           05 FILLER              PIC X(14) VALUE '  MANAGER    '.
           05 ED-MGR-LAST-NAME    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ED-MGR-FIRST-NAME   PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ED-REMARK           PIC X(40).

       01 WS-SUMMARY-LINE.
           05 SL-LABEL            PIC X(40).
           05 SL-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM OPEN-FILES
           PERFORM LOAD-DIRECTORY
           PERFORM RESOLVE-MANAGERS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT

           MOVE WS-RUN-DATE TO CT-RUN-DATE
           WRITE CHART-LINE FROM WS-CHART-TITLE
           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           WRITE CHART-LINE FROM WS-CHART-HEADING

      * Heads of the organisation first, then the trees whose head
      * reports to someone not on the directory
           MOVE 'T' TO WS-HEAD-PASS
           PERFORM CHART-ONE-HEAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT
           MOVE 'M' TO WS-HEAD-PASS
           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           MOVE 'REPORTING TO A MANAGER NOT ON THE DIRECTORY' TO HS-TEXT
           WRITE CHART-LINE FROM WS-HEAD-SECTION
           PERFORM CHART-ONE-HEAD
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT

           PERFORM WRITE-EXCEPTIONS

           CLOSE Empdir-VSAM
           CLOSE Chart-Output
           CLOSE Exception-Output

           DISPLAY "======================================"
           DISPLAY " ORGCHART End-of-job reconciliation"
           DISPLAY "   Directory entries    : " RC-ENTRIES-READ
           DISPLAY "   Heads of trees       : " RC-HEADS
           DISPLAY "   Printed on chart     : " RC-ON-CHART
           DISPLAY "   Manager not on file  : " RC-MANAGER-MISSING
           DISPLAY "   Reporting loops      : " RC-LOOPS
           DISPLAY "   People in loops      : " RC-IN-LOOPS
           DISPLAY "   Reporting into loops : " RC-INTO-LOOPS
           DISPLAY "======================================"

           IF RC-MANAGER-MISSING > 0
              OR RC-LOOPS > 0
              OR RC-INTO-LOOPS > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

       OPEN-FILES SECTION.
           OPEN INPUT Empdir-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open EMPDIR, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Chart-Output
           IF NOT CHART-NORMAL
              DISPLAY "ERROR: unable to open ORGCHRT, status="
                      CHART-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Exception-Output
           IF NOT EXCEPT-NORMAL
              DISPLAY "ERROR: unable to open ORGEXCP, status="
                      EXCEPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
       OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-DIRECTORY - every entry into the table, in key order.    *
      *----------------------------------------------------------------*
       LOAD-DIRECTORY SECTION.
           PERFORM LOAD-ONE-ENTRY
               UNTIL EMPDIR-EOF
           .
       LOAD-DIRECTORY-EXIT.
           EXIT.

       LOAD-ONE-ENTRY SECTION.
           READ Empdir-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF EMPDIR-EOF
              GO TO LOAD-ONE-ENTRY-EXIT
           END-IF
           IF NOT NORMAL
              DISPLAY "ERROR: EMPDIR read failed, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO RC-ENTRIES-READ
           IF OE-COUNT NOT < WS-TABLE-MAX
              DISPLAY "ERROR: DIRECTORY TABLE FULL AT 3000"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           ADD 1 TO OE-COUNT
           MOVE EMPDIR-KEY TO OE-KEY(OE-COUNT)
           MOVE EMPDIR-EXTENSION TO OE-EXTENSION(OE-COUNT)
           MOVE EMPDIR-DEPARTMENT TO OE-DEPARTMENT(OE-COUNT)
           MOVE EMPDIR-JOB-TITLE TO OE-JOB-TITLE(OE-COUNT)
           MOVE EMPDIR-LOCATION TO OE-LOCATION(OE-COUNT)
           MOVE EMPDIR-MANAGER TO OE-MGR-KEY(OE-COUNT)
           MOVE 0 TO OE-MGR-SUB(OE-COUNT)
           MOVE 'N' TO OE-MGR-MISSING(OE-COUNT)
           MOVE 0 TO OE-REPORTS(OE-COUNT)
           MOVE 0 TO OE-STAMP(OE-COUNT)
           MOVE SPACE TO OE-STATE(OE-COUNT)
           .
       LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESOLVE-MANAGERS - each entry's manager found in the table,   *
      * and counted as one of that manager's direct reports.          *
      *----------------------------------------------------------------*
       RESOLVE-MANAGERS SECTION.
           IF OE-MGR-KEY(WS-SUB) = SPACES
              GO TO RESOLVE-MANAGERS-EXIT
           END-IF
           SEARCH ALL OE-ENTRY
              AT END
                 MOVE 'Y' TO OE-MGR-MISSING(WS-SUB)
                 ADD 1 TO RC-MANAGER-MISSING
              WHEN OE-KEY(OE-IX) = OE-MGR-KEY(WS-SUB)
                 SET OE-MGR-SUB(WS-SUB) TO OE-IX
                 ADD 1 TO OE-REPORTS(OE-IX)
           END-SEARCH
           .
       RESOLVE-MANAGERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHART-ONE-HEAD - on the 'T' pass an entry with no manager, on *
      * the 'M' pass one whose manager is not on the directory, is    *
      * the head of a tree and the tree is printed below it.          *
      *----------------------------------------------------------------*
       CHART-ONE-HEAD SECTION.
           IF OE-MGR-SUB(WS-SUB) NOT = 0
              GO TO CHART-ONE-HEAD-EXIT
           END-IF
           IF WS-HEAD-PASS = 'T'
              AND OE-MGR-MISSING(WS-SUB) = 'Y'
              GO TO CHART-ONE-HEAD-EXIT
           END-IF
           IF WS-HEAD-PASS = 'M'
              AND OE-MGR-MISSING(WS-SUB) NOT = 'Y'
              GO TO CHART-ONE-HEAD-EXIT
           END-IF
           ADD 1 TO RC-HEADS

           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           MOVE WS-SUB TO WS-NODE
           MOVE 0 TO WS-LEVEL
           PERFORM PRINT-CHART-ENTRY

           MOVE 1 TO WS-DEPTH
           MOVE WS-SUB TO ST-NODE(1)
           MOVE 0 TO ST-POS(1)
           PERFORM WALK-ONE-STEP
               UNTIL WS-DEPTH = 0
           .
       CHART-ONE-HEAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WALK-ONE-STEP - the next direct report of the person at the   *
      * bottom of the path is printed and becomes the bottom; when    *
      * they have no more, the walk steps back up a level.            *
      *----------------------------------------------------------------*
       WALK-ONE-STEP SECTION.
           MOVE 0 TO WS-CHILD
           COMPUTE WS-SCAN = ST-POS(WS-DEPTH) + 1
           PERFORM FIND-NEXT-REPORT
               UNTIL WS-SCAN > OE-COUNT
                  OR WS-CHILD > 0

           IF WS-CHILD = 0
              SUBTRACT 1 FROM WS-DEPTH
              GO TO WALK-ONE-STEP-EXIT
           END-IF

           MOVE WS-CHILD TO ST-POS(WS-DEPTH)
           MOVE WS-CHILD TO WS-NODE
           MOVE WS-DEPTH TO WS-LEVEL
           PERFORM PRINT-CHART-ENTRY
           ADD 1 TO WS-DEPTH
           MOVE WS-CHILD TO ST-NODE(WS-DEPTH)
           MOVE 0 TO ST-POS(WS-DEPTH)
           .
       WALK-ONE-STEP-EXIT.
           EXIT.

       FIND-NEXT-REPORT SECTION.
           IF OE-MGR-SUB(WS-SCAN) = ST-NODE(WS-DEPTH)
              AND OE-STATE(WS-SCAN) = SPACE
              MOVE WS-SCAN TO WS-CHILD
           ELSE
              ADD 1 TO WS-SCAN
           END-IF
           .
       FIND-NEXT-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-CHART-ENTRY - WS-NODE indented two places per level.    *
      *----------------------------------------------------------------*
       PRINT-CHART-ENTRY SECTION.
           MOVE 'P' TO OE-STATE(WS-NODE)
           ADD 1 TO RC-ON-CHART
           IF WS-LEVEL > 17
              MOVE 34 TO WS-INDENT
           ELSE
              COMPUTE WS-INDENT = WS-LEVEL * 2
           END-IF
           MOVE SPACES TO WS-NAME-TEXT
           STRING OE-LAST-NAME(WS-NODE) DELIMITED BY SPACE
                  ', ' DELIMITED BY SIZE
                  OE-FIRST-NAME(WS-NODE) DELIMITED BY SPACE
                  INTO WS-NAME-TEXT
           END-STRING
           MOVE SPACES TO CD-TREE
           MOVE WS-NAME-TEXT TO CD-TREE(WS-INDENT + 1:21)
           MOVE OE-JOB-TITLE(WS-NODE) TO CD-JOB-TITLE
           MOVE OE-DEPARTMENT(WS-NODE) TO CD-DEPARTMENT
           MOVE OE-LOCATION(WS-NODE) TO CD-LOCATION
           MOVE OE-EXTENSION(WS-NODE) TO CD-EXTENSION
           MOVE OE-REPORTS(WS-NODE) TO CD-REPORTS
           WRITE CHART-LINE FROM WS-CHART-DETAIL
           .
       PRINT-CHART-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-EXCEPTIONS - managers not on the directory, then every  *
      * loop in the reporting lines, then those who report into one.  *
      *----------------------------------------------------------------*
       WRITE-EXCEPTIONS SECTION.
           MOVE WS-RUN-DATE TO ET-RUN-DATE
           WRITE EXCEPT-LINE FROM WS-EXCEPT-TITLE

           MOVE SPACES TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE 'MANAGER NOT ON THE DIRECTORY' TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           PERFORM EXCEPT-MISSING-MANAGER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT

           MOVE SPACES TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE 'REPORTING LOOPS (LOOP NUMBER, MEMBERS)' TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           PERFORM FIND-LOOP-FROM-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT

           MOVE SPACES TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE 'REPORTING UP INTO A LOOP' TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           PERFORM EXCEPT-INTO-LOOP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > OE-COUNT

           MOVE SPACES TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE 'DIRECTORY ENTRIES' TO SL-LABEL
           MOVE RC-ENTRIES-READ TO SL-COUNT
           WRITE EXCEPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PRINTED ON THE CHART' TO SL-LABEL
           MOVE RC-ON-CHART TO SL-COUNT
           WRITE EXCEPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MANAGER NOT ON THE DIRECTORY' TO SL-LABEL
           MOVE RC-MANAGER-MISSING TO SL-COUNT
           WRITE EXCEPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'IN A REPORTING LOOP' TO SL-LABEL
           MOVE RC-IN-LOOPS TO SL-COUNT
           WRITE EXCEPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPORTING UP INTO A LOOP' TO SL-LABEL
           MOVE RC-INTO-LOOPS TO SL-COUNT
           WRITE EXCEPT-LINE FROM WS-SUMMARY-LINE
           .
       WRITE-EXCEPTIONS-EXIT.
           EXIT.

       EXCEPT-MISSING-MANAGER SECTION.
           IF OE-MGR-MISSING(WS-SUB) = 'Y'
              MOVE WS-SUB TO WS-NODE
              MOVE 0 TO ED-LOOP-NUMBER
              MOVE 'NAMED MANAGER HAS NO DIRECTORY ENTRY' TO ED-REMARK
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
       EXCEPT-MISSING-MANAGER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-LOOP-FROM-ENTRY - anyone left off the chart has a        *
      * manager on file, so following the managers up from them must  *
      * come back round. The chain is stamped with where it started;  *
      * meeting that stamp again closes a new loop, meeting anyone    *
      * already marked means the chain runs into a known loop.        *
      *----------------------------------------------------------------*
       FIND-LOOP-FROM-ENTRY SECTION.
           IF OE-STATE(WS-SUB) NOT = SPACE
              GO TO FIND-LOOP-FROM-ENTRY-EXIT
           END-IF
           MOVE WS-SUB TO WS-NODE
           MOVE 'N' TO WS-CHAIN-DONE-SW
           PERFORM FOLLOW-ONE-MANAGER
               UNTIL CHAIN-DONE

           IF OE-STATE(WS-NODE) NOT = SPACE
              GO TO FIND-LOOP-FROM-ENTRY-EXIT
           END-IF

      * WS-NODE is on a loop not seen before: list it once round
           ADD 1 TO RC-LOOPS
           ADD 1 TO WS-LOOP-NUMBER
           MOVE WS-NODE TO WS-LOOP-START
           MOVE 'N' TO WS-CHAIN-DONE-SW
           PERFORM LIST-ONE-LOOP-MEMBER
               UNTIL CHAIN-DONE
           .
       FIND-LOOP-FROM-ENTRY-EXIT.
           EXIT.

       FOLLOW-ONE-MANAGER SECTION.
           IF OE-STATE(WS-NODE) NOT = SPACE
              OR OE-STAMP(WS-NODE) = WS-SUB
              MOVE 'Y' TO WS-CHAIN-DONE-SW
              GO TO FOLLOW-ONE-MANAGER-EXIT
           END-IF
           MOVE WS-SUB TO OE-STAMP(WS-NODE)
           MOVE OE-MGR-SUB(WS-NODE) TO WS-NODE
           .
       FOLLOW-ONE-MANAGER-EXIT.
           EXIT.

       LIST-ONE-LOOP-MEMBER SECTION.
           MOVE 'L' TO OE-STATE(WS-NODE)
           ADD 1 TO RC-IN-LOOPS
           MOVE WS-LOOP-NUMBER TO ED-LOOP-NUMBER
           IF OE-MGR-SUB(WS-NODE) = WS-NODE
              MOVE 'NAMED AS THEIR OWN MANAGER' TO ED-REMARK
           ELSE
              MOVE 'REPORTING LINE COMES BACK ROUND' TO ED-REMARK
           END-IF
           PERFORM WRITE-EXCEPTION-LINE
           MOVE OE-MGR-SUB(WS-NODE) TO WS-NODE
           IF WS-NODE = WS-LOOP-START
              MOVE 'Y' TO WS-CHAIN-DONE-SW
           END-IF
           .
       LIST-ONE-LOOP-MEMBER-EXIT.
           EXIT.

       EXCEPT-INTO-LOOP SECTION.
           IF OE-STATE(WS-SUB) = SPACE
              MOVE 'X' TO OE-STATE(WS-SUB)
              ADD 1 TO RC-INTO-LOOPS
              MOVE WS-SUB TO WS-NODE
              MOVE 0 TO ED-LOOP-NUMBER
              MOVE 'LINE NEVER REACHES THE TOP' TO ED-REMARK
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
       EXCEPT-INTO-LOOP-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE SECTION.
           MOVE OE-LAST-NAME(WS-NODE) TO ED-LAST-NAME
           MOVE OE-FIRST-NAME(WS-NODE) TO ED-FIRST-NAME
           MOVE OE-DEPARTMENT(WS-NODE) TO ED-DEPARTMENT
           MOVE OE-MGR-KEY(WS-NODE)(1:10) TO ED-MGR-LAST-NAME
           MOVE OE-MGR-KEY(WS-NODE)(11:10) TO ED-MGR-FIRST-NAME
           WRITE EXCEPT-LINE FROM WS-EXCEPT-DETAIL
           .
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

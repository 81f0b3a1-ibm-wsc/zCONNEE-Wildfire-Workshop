       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ITEMCRPT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMCRPT.
      * Weekly catalog item change report over the ITEMCHG records the
      * catalog's item maintenance requests log: every item added,
      * every description, department, cost or supplier change, every
      * reorder point and quantity change approved through CATRAPLY
      * and every item discontinued in the seven days ending on the
      * report date, in the order they were made, with who made them
      * and the old and new values. The week-ending date comes from
      * the JCL PARM as yyyymmdd; default is the run date.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Changes-Input ASSIGN TO ITEMCHG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ITEMCHG-KEY OF ITEMCHG-RECORD
              FILE STATUS IS ITEMCHG-STATUS.

           SELECT Report-Output ASSIGN TO ITEMCRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Changes-Input.
       COPY ITEMCHG SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ITEMCHG-STATUS              PIC X(2).
           88 ITEMCHG-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-WEEK-DONE-SW             PIC X(01) VALUE 'N'.
           88 WEEK-DONE               VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The week runs from six days before the week-ending date up to
      * and including it; ITEMCHG dates are yyyymmdd, so the week is
      * one stretch of the file in key order.
       01 WS-WEEK-END-DATE            PIC 9(08).
       01 WS-WEEK-START-DATE          PIC 9(08).

       01 RECONCILIATION-COUNTS.
           05 RC-CHANGES-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ITEMS-ADDED          PIC 9(08) COMP VALUE 0.
           05 RC-FIELDS-CHANGED       PIC 9(08) COMP VALUE 0.
           05 RC-ITEMS-DISCONTINUED   PIC 9(08) COMP VALUE 0.
           05 RC-UNKNOWN-ACTION       PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'WEEKLY CATALOG ITEM CHANGES -   '.
           05 RT-WEEK-START       PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 RT-WEEK-END         PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-HEADER.
           05 FILLER              PIC X(09) VALUE 'DATE'.
           05 FILLER              PIC X(07) VALUE 'TIME'.
           05 FILLER              PIC X(05) VALUE 'ITEM'.
           05 FILLER              PIC X(13) VALUE 'ACTION'.
           05 FILLER              PIC X(15) VALUE 'FIELD'.
           05 FILLER              PIC X(09) VALUE 'USERID'.
           05 FILLER              PIC X(24) VALUE
              'OLD VALUE / -> NEW VALUE'.

      * The old and new values are each printed at their full width,
      * the new one on a second line under the old.

       01 WS-DETAIL-LINE.
           05 DL-DATE             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-TIME             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-ITEM             PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-ACTION           PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-FIELD            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-USERID           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-OLD-VALUE        PIC X(40).

       01 WS-NEW-VALUE-LINE.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 DL-NEW-VALUE        PIC X(40).

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(16) VALUE
              'ITEMS ADDED:    '.
           05 TL-ADDED            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(20) VALUE
              '   FIELDS CHANGED:  '.
           05 TL-CHANGED          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(23) VALUE
              '   ITEMS DISCONTINUED: '.
           05 TL-DISCONTINUED     PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the week-ending date; default is the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-WEEK-END-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-WEEK-END-DATE
           END-IF
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE) - 6)

           OPEN INPUT Changes-Input
           IF NOT ITEMCHG-NORMAL
              DISPLAY "ERROR: unable to open ITEMCHG, status="
                      ITEMCHG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ITEMCRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Changes-Input
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM START-REPORT-WEEK
           PERFORM LIST-ONE-CHANGE
               UNTIL WEEK-DONE

           CLOSE Changes-Input.

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " ITEMCRPT End-of-job reconciliation"
           DISPLAY "   Changes in week      : " RC-CHANGES-READ
           DISPLAY "   Items added          : " RC-ITEMS-ADDED
           DISPLAY "   Fields changed       : " RC-FIELDS-CHANGED
           DISPLAY "   Items discontinued   : " RC-ITEMS-DISCONTINUED
           DISPLAY "   Action not known     : " RC-UNKNOWN-ACTION
           DISPLAY "======================================".

           IF RC-UNKNOWN-ACTION > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * START-REPORT-WEEK - position on the first change of the week;  *
      * the key leads with the date.                                   *
      *----------------------------------------------------------------*
       START-REPORT-WEEK SECTION.
           MOVE LOW-VALUES TO ITEMCHG-KEY
           MOVE WS-WEEK-START-DATE TO ITEMCHG-DATE
           START Changes-Input KEY IS NOT LESS THAN
                                   ITEMCHG-KEY OF ITEMCHG-RECORD
           IF ITEMCHG-NORMAL
              MOVE 'N' TO WS-WEEK-DONE-SW
           ELSE
              MOVE 'Y' TO WS-WEEK-DONE-SW
           END-IF
           .
       START-REPORT-WEEK-EXIT.
           EXIT.

       READ-NEXT-CHANGE SECTION.
           READ Changes-Input NEXT RECORD
           IF NOT ITEMCHG-NORMAL
              OR ITEMCHG-DATE IS GREATER THAN WS-WEEK-END-DATE
              MOVE 'Y' TO WS-WEEK-DONE-SW
           END-IF
           .
       READ-NEXT-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-ONE-CHANGE - two lines per field set or changed, the old  *
      * value on the first and the new under it. An item added logs    *
      * one record per field it was created with, so it is counted     *
      * once, on its description.                                      *
      *----------------------------------------------------------------*
       LIST-ONE-CHANGE SECTION.
           PERFORM READ-NEXT-CHANGE
           IF WEEK-DONE
              GO TO LIST-ONE-CHANGE-EXIT
           END-IF
           ADD 1 TO RC-CHANGES-READ

           EVALUATE TRUE
              WHEN ITEMCHG-ITEM-ADDED
                 MOVE 'ADDED' TO DL-ACTION
                 IF ITEMCHG-FLD-DESCRIPTION
                    ADD 1 TO RC-ITEMS-ADDED
                 END-IF
              WHEN ITEMCHG-ITEM-CHANGED
                 MOVE 'CHANGED' TO DL-ACTION
                 ADD 1 TO RC-FIELDS-CHANGED
              WHEN ITEMCHG-ITEM-DISCONTINUED
                 MOVE 'DISCONTINUED' TO DL-ACTION
                 ADD 1 TO RC-ITEMS-DISCONTINUED
              WHEN OTHER
                 MOVE '** UNKNOWN' TO DL-ACTION
                 ADD 1 TO RC-UNKNOWN-ACTION
           END-EVALUATE

           EVALUATE TRUE
              WHEN ITEMCHG-FLD-DESCRIPTION
                 MOVE 'DESCRIPTION' TO DL-FIELD
              WHEN ITEMCHG-FLD-DEPARTMENT
                 MOVE 'DEPARTMENT' TO DL-FIELD
              WHEN ITEMCHG-FLD-COST
                 MOVE 'COST' TO DL-FIELD
              WHEN ITEMCHG-FLD-REORDER-POINT
                 MOVE 'REORDER POINT' TO DL-FIELD
              WHEN ITEMCHG-FLD-STATUS
                 MOVE 'STATUS' TO DL-FIELD
              WHEN ITEMCHG-FLD-SUPPLIER
                 MOVE 'SUPPLIER' TO DL-FIELD
              WHEN ITEMCHG-FLD-REORDER-QTY
                 MOVE 'REORDER QTY' TO DL-FIELD
              WHEN OTHER
                 MOVE ITEMCHG-FIELD-CODE TO DL-FIELD
           END-EVALUATE

           MOVE ITEMCHG-DATE TO DL-DATE
           MOVE ITEMCHG-TIME TO DL-TIME
           MOVE ITEMCHG-ITEM-REF TO DL-ITEM
           MOVE ITEMCHG-USERID TO DL-USERID
           MOVE ITEMCHG-OLD-VALUE TO DL-OLD-VALUE
           MOVE ITEMCHG-NEW-VALUE TO DL-NEW-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NEW-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-WEEK-START-DATE TO RT-WEEK-START.
           MOVE WS-WEEK-END-DATE TO RT-WEEK-END.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE RC-ITEMS-ADDED TO TL-ADDED.
           MOVE RC-FIELDS-CHANGED TO TL-CHANGED.
           MOVE RC-ITEMS-DISCONTINUED TO TL-DISCONTINUED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

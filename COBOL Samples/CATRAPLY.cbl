       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = CATRAPLY                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRAPLY.
      * Reorder planning apply run. Reads the CATRPROP proposals the
      * buyers have marked and returned (CATRRTN, the same layout) and
      * applies each line marked 'Y' to the catalog: the item's
      * reorder point and reorder quantity become the proposed values,
      * as the buyer may have amended them, and each value changed is
      * logged on ITEMCHG under the approving buyer's userid for the
      * weekly item change report. Lines marked 'N' or left unmarked
      * are listed and not applied.
      *
      * An approved line is refused, and listed as an exception, when
      * it carries no buyer userid or unusable values, when the item
      * is no longer on the catalog or has been discontinued, or when
      * the catalog's reorder point or quantity has changed since the
      * proposal was made (the buyers must plan it again). A line whose
      * values are already on the catalog is counted, not re-applied,
      * so the run may be repeated. Any exception ends the job rc 4.
      * Every line is listed on CATRARPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Proposal-Returns ASSIGN TO CATRRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CATRRTN-STATUS.

           SELECT Catalog-File ASSIGN TO EXMPCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-ITEM-REF OF CATALOG-ITEM
              FILE STATUS IS CATALOG-STATUS.

           SELECT Changes-Log ASSIGN TO ITEMCHG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ITEMCHG-KEY OF ITEMCHG-RECORD
              FILE STATUS IS ITEMCHG-STATUS.

           SELECT Report-Output ASSIGN TO CATRARPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Proposal-Returns.
       COPY CATRPROP SUPPRESS.

      * The catalog record as DFH0XVDS lays it out.
       FD  Catalog-File.
       01  CATALOG-ITEM.
           05  CAT-ITEM-REF           PIC 9(04).
           05  CAT-DESCRIPTION        PIC X(40).
           05  CAT-DEPARTMENT         PIC 9(03).
           05  CAT-COST               PIC ZZZ.99.
           05  CAT-IN-STOCK           PIC 9(04).
           05  CAT-ON-ORDER           PIC 9(03).
           05  CAT-ITEM-STATUS        PIC X(01).
               88  CAT-DISCONTINUED       VALUE 'D'.
           05  CAT-SUPPLIER-REF       PIC X(06).
           05  CAT-REORDER-QTY        PIC 9(04).
           05  FILLER                 PIC X(09).

       FD  Changes-Log.
       COPY ITEMCHG SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CATRRTN-STATUS              PIC X(2).
           88 CATRRTN-NORMAL          VALUE '00'.
       01 CATALOG-STATUS              PIC X(2).
           88 CATALOG-NORMAL          VALUE '00'.
       01 ITEMCHG-STATUS              PIC X(2).
           88 ITEMCHG-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 RETURNS-EOF             VALUE 'Y'.
       01 WS-LOG-FAIL-SW              PIC X(01) VALUE 'N'.
           88 LOG-FAILED              VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-RUN-TIME                 PIC X(06).
      * The catalog's reorder quantity, zero on an item never planned.
       01 WS-CAT-QTY                  PIC 9(04).

       01 RECONCILIATION-COUNTS.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-APPLIED              PIC 9(08) COMP VALUE 0.
           05 RC-ALREADY-APPLIED      PIC 9(08) COMP VALUE 0.
           05 RC-REJECTED             PIC 9(08) COMP VALUE 0.
           05 RC-UNDECIDED            PIC 9(08) COMP VALUE 0.
           05 RC-EXCEPTIONS           PIC 9(08) COMP VALUE 0.
           05 RC-FIELDS-LOGGED        PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'CATALOG REORDER PLANNING APPLY - '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-REPORT-COLUMNS.
           05 FILLER              PIC X(40) VALUE
              'ITEM DESCRIPTION                    PLAN'.
           05 FILLER              PIC X(40) VALUE
              ' DATE BUYER       POINT       QUANTITY  '.
           05 FILLER              PIC X(40) VALUE
              ' RESULT                                 '.

       01 WS-REPORT-COLUMNS-2.
           05 FILLER              PIC X(40) VALUE
              '                                        '.
           05 FILLER              PIC X(40) VALUE
              '                  NOW/NEW    NOW/  NEW  '.
           05 FILLER              PIC X(40) VALUE
              '                                        '.

       01 WS-DETAIL-LINE.
           05 DL-ITEM             PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DESCRIPTION      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-PLAN-DATE        PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-BUYER            PIC X(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 DL-CUR-POINT        PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 DL-NEW-POINT        PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DL-CUR-QTY          PIC Z,ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 DL-NEW-QTY          PIC Z,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-RESULT           PIC X(40).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT Proposal-Returns
           IF NOT CATRRTN-NORMAL
              DISPLAY "ERROR: unable to open CATRRTN, status="
                      CATRRTN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Catalog-File
           IF NOT CATALOG-NORMAL
              DISPLAY "ERROR: unable to open EXMPCAT, status="
                      CATALOG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Proposal-Returns
              GOBACK
           END-IF

      * No change is made that cannot be logged
           OPEN I-O Changes-Log
           IF NOT ITEMCHG-NORMAL
              DISPLAY "ERROR: unable to open ITEMCHG, status="
                      ITEMCHG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Proposal-Returns
              CLOSE Catalog-File
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CATRARPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Proposal-Returns
              CLOSE Catalog-File
              CLOSE Changes-Log
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM APPLY-ONE-PROPOSAL
               UNTIL RETURNS-EOF

           CLOSE Proposal-Returns.
           CLOSE Catalog-File.
           CLOSE Changes-Log.
           CLOSE Report-Output.

           IF RC-EXCEPTIONS > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "======================================"
           DISPLAY " CATRAPLY End-of-job reconciliation"
           DISPLAY "   Proposals read       : " RC-LINES-READ
           DISPLAY "   Applied              : " RC-APPLIED
           DISPLAY "   Already applied      : " RC-ALREADY-APPLIED
           DISPLAY "   Rejected by buyer    : " RC-REJECTED
           DISPLAY "   Not decided          : " RC-UNDECIDED
           DISPLAY "   Exceptions           : " RC-EXCEPTIONS
           DISPLAY "   ITEMCHG records      : " RC-FIELDS-LOGGED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * APPLY-ONE-PROPOSAL - one returned line: an approved proposal  *
      * that still fits the catalog is logged and applied; anything   *
      * else is listed with the reason it was not.                    *
      *----------------------------------------------------------------*
       APPLY-ONE-PROPOSAL SECTION.
           READ Proposal-Returns
           IF NOT CATRRTN-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-PROPOSAL-EXIT
           END-IF
           ADD 1 TO RC-LINES-READ

           MOVE CATRPROP-ITEM-REF TO DL-ITEM
           MOVE CATRPROP-DESCRIPTION TO DL-DESCRIPTION
           MOVE CATRPROP-PLAN-DATE TO DL-PLAN-DATE
           MOVE CATRPROP-DECIDED-BY TO DL-BUYER
           MOVE CATRPROP-CUR-POINT TO DL-CUR-POINT
           MOVE CATRPROP-NEW-POINT TO DL-NEW-POINT
           MOVE CATRPROP-CUR-QTY TO DL-CUR-QTY
           MOVE CATRPROP-NEW-QTY TO DL-NEW-QTY

           EVALUATE TRUE
              WHEN CATRPROP-APPROVED
                 CONTINUE
              WHEN CATRPROP-REJECTED
                 ADD 1 TO RC-REJECTED
                 MOVE 'REJECTED BY BUYER' TO DL-RESULT
                 GO TO LIST-PROPOSAL
              WHEN CATRPROP-UNDECIDED
                 ADD 1 TO RC-UNDECIDED
                 MOVE 'NOT DECIDED - NOT APPLIED' TO DL-RESULT
                 GO TO LIST-PROPOSAL
              WHEN OTHER
                 ADD 1 TO RC-EXCEPTIONS
                 MOVE '** DECISION NOT Y OR N' TO DL-RESULT
                 GO TO LIST-PROPOSAL
           END-EVALUATE

           IF CATRPROP-DECIDED-BY = SPACES
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** APPROVED WITHOUT BUYER USERID' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF
           IF CATRPROP-NEW-POINT IS NOT NUMERIC
              OR CATRPROP-NEW-QTY IS NOT NUMERIC
              OR CATRPROP-CUR-POINT IS NOT NUMERIC
              OR CATRPROP-CUR-QTY IS NOT NUMERIC
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** POINT OR QUANTITY NOT NUMERIC' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF

           MOVE CATRPROP-ITEM-REF TO CAT-ITEM-REF
           READ Catalog-File
           IF NOT CATALOG-NORMAL
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** ITEM NOT ON CATALOG' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF
           IF CAT-DISCONTINUED
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** ITEM DISCONTINUED' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF
           IF CAT-REORDER-QTY IS NUMERIC
              MOVE CAT-REORDER-QTY TO WS-CAT-QTY
           ELSE
              MOVE 0 TO WS-CAT-QTY
           END-IF
           IF CAT-ON-ORDER IS NOT NUMERIC
              MOVE 0 TO CAT-ON-ORDER
           END-IF

           IF CAT-ON-ORDER = CATRPROP-NEW-POINT
              AND WS-CAT-QTY = CATRPROP-NEW-QTY
              ADD 1 TO RC-ALREADY-APPLIED
              MOVE 'ALREADY ON CATALOG' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF
           IF CAT-ON-ORDER NOT = CATRPROP-CUR-POINT
              OR WS-CAT-QTY NOT = CATRPROP-CUR-QTY
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** CATALOG CHANGED SINCE PROPOSAL' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF

           PERFORM LOG-PROPOSAL-CHANGES
           IF LOG-FAILED
              ADD 1 TO RC-EXCEPTIONS
              MOVE '** CHANGE NOT LOGGED - NOT APPLIED' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF

           MOVE CATRPROP-NEW-POINT TO CAT-ON-ORDER
           MOVE CATRPROP-NEW-QTY TO CAT-REORDER-QTY
           REWRITE CATALOG-ITEM
           IF NOT CATALOG-NORMAL
              DISPLAY "ERROR: EXMPCAT rewrite failed, item="
                      CATRPROP-ITEM-REF " status=" CATALOG-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              MOVE '** CATALOG UPDATE FAILED' TO DL-RESULT
              GO TO LIST-PROPOSAL
           END-IF
           ADD 1 TO RC-APPLIED
           MOVE 'APPLIED' TO DL-RESULT
           .
       LIST-PROPOSAL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       APPLY-ONE-PROPOSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOG-PROPOSAL-CHANGES - one ITEMCHG record for each of the     *
      * reorder point and quantity that changes, old and new values   *
      * as they read on the catalog record.                           *
      *----------------------------------------------------------------*
       LOG-PROPOSAL-CHANGES SECTION.
           MOVE 'N' TO WS-LOG-FAIL-SW
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE SPACES TO ITEMCHG-RECORD
           MOVE WS-RUN-DATE TO ITEMCHG-DATE
           MOVE WS-RUN-TIME TO ITEMCHG-TIME
           MOVE CATRPROP-ITEM-REF TO ITEMCHG-ITEM-REF
           SET ITEMCHG-ITEM-CHANGED TO TRUE
           MOVE CATRPROP-DECIDED-BY TO ITEMCHG-USERID

           IF CATRPROP-NEW-POINT NOT = CAT-ON-ORDER
              SET ITEMCHG-FLD-REORDER-POINT TO TRUE
              MOVE CAT-ON-ORDER TO ITEMCHG-OLD-VALUE
              MOVE CATRPROP-NEW-POINT TO ITEMCHG-NEW-VALUE
              PERFORM WRITE-ITEM-CHANGE
           END-IF
           IF CATRPROP-NEW-QTY NOT = WS-CAT-QTY
              AND NOT LOG-FAILED
              SET ITEMCHG-FLD-REORDER-QTY TO TRUE
              MOVE WS-CAT-QTY TO ITEMCHG-OLD-VALUE
              MOVE CATRPROP-NEW-QTY TO ITEMCHG-NEW-VALUE
              PERFORM WRITE-ITEM-CHANGE
           END-IF
           .
       LOG-PROPOSAL-CHANGES-EXIT.
           EXIT.

       WRITE-ITEM-CHANGE SECTION.
           WRITE ITEMCHG-RECORD
           IF ITEMCHG-NORMAL
              ADD 1 TO RC-FIELDS-LOGGED
           ELSE
              DISPLAY "ERROR: ITEMCHG write failed, item="
                      ITEMCHG-ITEM-REF " status=" ITEMCHG-STATUS
              MOVE 'Y' TO WS-LOG-FAIL-SW
              MOVE '00' TO ITEMCHG-STATUS
           END-IF
           .
       WRITE-ITEM-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

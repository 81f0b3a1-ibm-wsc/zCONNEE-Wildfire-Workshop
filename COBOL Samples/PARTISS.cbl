       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = PARTISS                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTISS.
      * Batch issue of parts out of the stores, the card counterpart
      * of PARTMSTR's 01ISSU request. One ISSUEIN card per issue:
      *     part key (17), quantity (5), charge type (1, J job or
      *     C cost centre), job or cost-centre code (8), issue date
      *     yyyymmdd (optional, defaults to the run date), userid
      *     (8, who drew the stock)
      * Each issue reduces the part's on-hand balance and lands on
      * the CONSHIST consumption history. An issue for more than is
      * on hand is refused outright - nothing is issued - and listed
      * on the register with the balance that was there.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Issue-Cards ASSIGN TO ISSUEIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CARDS-STATUS.

           SELECT Part-File ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PART-KEY OF PART-REC
              FILE STATUS IS PARTFILE-STATUS.

           SELECT Consumption-History ASSIGN TO CONSHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONSHIST-KEY OF CONSHIST-RECORD
              FILE STATUS IS CONS-FILE-STATUS.

           SELECT Report-Output ASSIGN TO ISSURPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Issue-Cards
           RECORD CONTAINS 80 CHARACTERS.
       01  ISSUE-CARD.
           05  IC-PART-KEY            PIC X(17).
           05  FILLER                 PIC X(01).
           05  IC-QTY-ISSUED          PIC X(05).
           05  FILLER                 PIC X(01).
           05  IC-CHARGE-TYPE         PIC X(01).
           05  FILLER                 PIC X(01).
           05  IC-CHARGE-CODE         PIC X(08).
           05  FILLER                 PIC X(01).
           05  IC-ISSUE-DATE          PIC X(08).
           05  FILLER                 PIC X(01).
           05  IC-USERID              PIC X(08).
           05  FILLER                 PIC X(28).

       FD  Part-File.
       COPY PART.

       FD  Consumption-History.
       COPY CONSHIST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CARDS-STATUS                PIC X(2).
           88 CARDS-NORMAL            VALUE '00'.
       01 PARTFILE-STATUS             PIC X(2).
           88 PARTFILE-NORMAL         VALUE '00'.
       01 CONS-FILE-STATUS            PIC X(2).
           88 CONSHIST-NORMAL         VALUE '00'.
           88 CONSHIST-DUPLICATE      VALUE '22'.
           88 CONSHIST-NO-FILE        VALUE '35'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 CARDS-EOF               VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-RUN-TIME                 PIC 9(06).

      * The issue currently being posted.
       01 WS-WORK-FIELDS.
           05 WS-QTY-ISSUED           PIC 9(05).
           05 WS-ISSUE-DATE           PIC 9(08).
           05 WS-ON-HAND-BEFORE       PIC 9(05).
           05 WS-ISSUE-VALUE          PIC 9(09)V99.

       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(08) COMP VALUE 0.
           05 RC-ISSUES-POSTED        PIC 9(08) COMP VALUE 0.
           05 RC-BEYOND-STOCK         PIC 9(08) COMP VALUE 0.
           05 RC-CARDS-REJECTED       PIC 9(08) COMP VALUE 0.
           05 RC-QTY-ISSUED           PIC 9(09) COMP VALUE 0.
           05 RC-VALUE-ISSUED         PIC 9(11)V99 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(26) VALUE
              'PARTS ISSUE REGISTER -    '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(19) VALUE
              'PART               '.
           05 FILLER              PIC X(12) VALUE 'CHARGED TO  '.
           05 FILLER              PIC X(10) VALUE 'ISSUED BY '.
           05 FILLER              PIC X(09) VALUE '  ON HAND'.
           05 FILLER              PIC X(09) VALUE '   ISSUED'.
           05 FILLER              PIC X(09) VALUE '     LEFT'.
           05 FILLER              PIC X(14) VALUE '         VALUE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE 'REMARK'.

       01 WS-ISSUE-LINE.
           05 IL-PART-KEY         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-CHARGE-TYPE      PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IL-CHARGE-CODE      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-USERID           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-ON-HAND          PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 IL-ISSUED           PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 IL-LEFT             PIC ZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-VALUE            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 IL-REMARK           PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(31) VALUE
              'TOTAL ISSUED                   '.
           05 FILLER              PIC X(20) VALUE SPACES.
           05 TL-ISSUED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           OPEN INPUT Issue-Cards
           IF NOT CARDS-NORMAL
              DISPLAY "ERROR: unable to open ISSUEIN, status="
                      CARDS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Part-File
           IF NOT PARTFILE-NORMAL
              DISPLAY "ERROR: unable to open PARTFILE, status="
                      PARTFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Consumption-History
           IF CONSHIST-NO-FILE
              OPEN OUTPUT Consumption-History
              CLOSE Consumption-History
              OPEN I-O Consumption-History
           END-IF
           IF NOT CONSHIST-NORMAL
              DISPLAY "ERROR: unable to open CONSHIST, status="
                      CONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ISSURPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-RUN-DATE TO RT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM POST-ONE-ISSUE
               UNTIL CARDS-EOF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RC-QTY-ISSUED TO TL-ISSUED
           MOVE RC-VALUE-ISSUED TO TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           CLOSE Issue-Cards
           CLOSE Part-File
           CLOSE Consumption-History
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " PARTISS End-of-job reconciliation"
           DISPLAY "   Cards read           : " RC-CARDS-READ
           DISPLAY "   Issues posted        : " RC-ISSUES-POSTED
           DISPLAY "   Refused beyond stock : " RC-BEYOND-STOCK
           DISPLAY "   Cards rejected       : " RC-CARDS-REJECTED
           DISPLAY "   Quantity issued      : " RC-QTY-ISSUED
           DISPLAY "======================================"

           IF RETURN-CODE < 8
              AND RC-CARDS-REJECTED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 4
              AND RC-BEYOND-STOCK > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One issue card: validate, check the stock, write the history  *
      * record, reduce the part and print a register line.            *
      *----------------------------------------------------------------*
       POST-ONE-ISSUE SECTION.

           READ Issue-Cards
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF CARDS-EOF
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           IF IC-PART-KEY = SPACES
              OR IC-PART-KEY(1:1) = '*'
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           ADD 1 TO RC-CARDS-READ

           IF IC-QTY-ISSUED IS NOT NUMERIC
              DISPLAY "PARTISS: quantity not numeric: "
                      ISSUE-CARD(1:24)
              ADD 1 TO RC-CARDS-REJECTED
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           MOVE IC-QTY-ISSUED TO WS-QTY-ISSUED
           IF WS-QTY-ISSUED = 0
              DISPLAY "PARTISS: zero quantity: "
                      ISSUE-CARD(1:24)
              ADD 1 TO RC-CARDS-REJECTED
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           IF IC-CHARGE-TYPE NOT = 'J'
              AND IC-CHARGE-TYPE NOT = 'C'
              DISPLAY "PARTISS: charge type must be J or C: "
                      ISSUE-CARD(1:34)
              ADD 1 TO RC-CARDS-REJECTED
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           IF IC-CHARGE-CODE = SPACES
              DISPLAY "PARTISS: no job or cost-centre code: "
                      ISSUE-CARD(1:34)
              ADD 1 TO RC-CARDS-REJECTED
              GO TO POST-ONE-ISSUE-EXIT
           END-IF

           IF IC-ISSUE-DATE IS NUMERIC
              MOVE IC-ISSUE-DATE TO WS-ISSUE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-ISSUE-DATE
           END-IF

           MOVE IC-PART-KEY TO PART-KEY OF PART-REC
           READ Part-File
           IF NOT PARTFILE-NORMAL
              DISPLAY "PARTISS: part " IC-PART-KEY
                      " not on PARTFILE"
              ADD 1 TO RC-CARDS-REJECTED
              MOVE '00' TO PARTFILE-STATUS
              GO TO POST-ONE-ISSUE-EXIT
           END-IF
           MOVE PART-QTY-ON-HAND OF PART-REC TO WS-ON-HAND-BEFORE

           IF WS-QTY-ISSUED > PART-QTY-ON-HAND OF PART-REC
              ADD 1 TO RC-BEYOND-STOCK
              MOVE 0 TO WS-ISSUE-VALUE
              MOVE 'BEYOND STOCK ON HAND, REFUSED' TO IL-REMARK
              PERFORM WRITE-REGISTER-LINE
              GO TO POST-ONE-ISSUE-EXIT
           END-IF

           SUBTRACT WS-QTY-ISSUED FROM PART-QTY-ON-HAND OF PART-REC
           COMPUTE WS-ISSUE-VALUE =
               WS-QTY-ISSUED * PART-UNIT-COST OF PART-REC

           PERFORM WRITE-CONSUMPTION-HISTORY
           IF CARDS-EOF
              GO TO POST-ONE-ISSUE-EXIT
           END-IF

           REWRITE PART-REC
           IF NOT PARTFILE-NORMAL
              DISPLAY "ERROR: PARTFILE rewrite failed, status="
                      PARTFILE-STATUS
              DISPLAY "       CONSHIST " CONSHIST-KEY
                      " written without its stock movement"
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO POST-ONE-ISSUE-EXIT
           END-IF

           MOVE SPACES TO IL-REMARK
           PERFORM WRITE-REGISTER-LINE

           ADD 1 TO RC-ISSUES-POSTED
           ADD WS-QTY-ISSUED TO RC-QTY-ISSUED
           ADD WS-ISSUE-VALUE TO RC-VALUE-ISSUED.
       POST-ONE-ISSUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The consumption record, next free sequence under the part,    *
      * date and time of the run.                                     *
      *----------------------------------------------------------------*
       WRITE-CONSUMPTION-HISTORY SECTION.

           MOVE SPACES TO CONSHIST-RECORD
           MOVE IC-PART-KEY TO CONSHIST-PART-KEY
           MOVE WS-ISSUE-DATE TO CONSHIST-ISSUE-DATE
           MOVE WS-RUN-TIME TO CONSHIST-ISSUE-TIME
           MOVE 0 TO CONSHIST-SEQUENCE
           MOVE IC-CHARGE-TYPE TO CONSHIST-CHARGE-TYPE
           MOVE IC-CHARGE-CODE TO CONSHIST-CHARGE-CODE
           MOVE WS-QTY-ISSUED TO CONSHIST-QTY-ISSUED
           MOVE PART-UNIT-COST OF PART-REC TO CONSHIST-UNIT-COST
           MOVE PART-QTY-ON-HAND OF PART-REC TO CONSHIST-QTY-AFTER
           MOVE IC-USERID TO CONSHIST-USERID
           MOVE 'B' TO CONSHIST-SOURCE

           WRITE CONSHIST-RECORD
           PERFORM UNTIL NOT CONSHIST-DUPLICATE
                      OR CONSHIST-SEQUENCE = 99
              ADD 1 TO CONSHIST-SEQUENCE
              WRITE CONSHIST-RECORD
           END-PERFORM
           IF NOT CONSHIST-NORMAL
              DISPLAY "ERROR: CONSHIST write failed, status="
                      CONS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       WRITE-CONSUMPTION-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The register line; the remark is set by the caller.           *
      *----------------------------------------------------------------*
       WRITE-REGISTER-LINE SECTION.

           MOVE IC-PART-KEY TO IL-PART-KEY
           MOVE IC-CHARGE-TYPE TO IL-CHARGE-TYPE
           MOVE IC-CHARGE-CODE TO IL-CHARGE-CODE
           MOVE IC-USERID TO IL-USERID
           MOVE WS-ON-HAND-BEFORE TO IL-ON-HAND
           MOVE WS-QTY-ISSUED TO IL-ISSUED
           MOVE PART-QTY-ON-HAND OF PART-REC TO IL-LEFT
           MOVE WS-ISSUE-VALUE TO IL-VALUE

           WRITE REPORT-LINE FROM WS-ISSUE-LINE.
       WRITE-REGISTER-LINE-EXIT.
           EXIT.

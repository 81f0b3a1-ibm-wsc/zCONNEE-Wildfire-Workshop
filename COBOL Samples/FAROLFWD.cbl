       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = FAROLFWD                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAROLFWD.
      * Month-end roll-forward proof of the FileA AMOUNT balances for
      * Finance. Starts from last month's closing position (CLOSEIN,
      * the FACLOSE file this job cut a month ago), adds every balance
      * POSTed since, takes off every balance deleted, and applies the
      * net of every update's before/after AMOUNT, all taken from the
      * AUDITA trail and, when the month straddles an AUDARCH run, the
      * archived generations on AUDARCHV. The result is proved against
      * the live FILEA total customer by customer; the movements are
      * broken down by verb and by the userid that made them, and any
      * customer whose balance cannot be accounted for is listed and
      * ends the job with return code 8. This month's closing position
      * is written to CLOSEOUT for next month. The first run, with no
      * CLOSEIN, establishes the opening position without a proof.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Close-Input ASSIGN TO CLOSEIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CLOSEIN-STATUS.

           SELECT Close-Output ASSIGN TO CLOSEOUT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CLOSEOUT-STATUS.

           SELECT Archive-Input ASSIGN TO AUDARCHV
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARCHIVE-STATUS.

           SELECT Audit-Input ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDITA-STATUS.

           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Report-Output ASSIGN TO ROLFWRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Close-Input.
       01  CLOSE-INPUT-RECORD         PIC X(50).

       FD  Close-Output.
       COPY FACLOSE SUPPRESS.

      * Both trails are read into AUDIT-RECORD in working storage.
       FD  Archive-Input.
       01  ARCHIVE-RECORD             PIC X(256).

       FD  Audit-Input.
       01  AUDIT-INPUT-RECORD         PIC X(256).

       FD  Filea-VSAM.
       01  FileA-record.
               05  stat         PIC X.
                   88  FILEA-DELETED       VALUE 'D'.
               05  numb         PIC X(6).
               05  name         PIC X(20).
               05  addrx        PIC X(20).
               05  phone        PIC X(8).
               05  datex        PIC X(8).
               05  amount       PIC X(8).
               05  comment      PIC X(9).
               05  LAST-UPD-DATE   PIC X(8).
               05  LAST-UPD-TIME   PIC X(8).
               05  LAST-UPD-USERID PIC X(8).
               05  AMOUNT-NUMERIC  PIC S9(7)V99 COMP-3.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CLOSEIN-STATUS              PIC X(2).
           88 CLOSEIN-NORMAL          VALUE '00'.
           88 CLOSEIN-NOT-FOUND       VALUE '35'.
       01 CLOSEOUT-STATUS             PIC X(2).
           88 CLOSEOUT-NORMAL         VALUE '00'.
       01 ARCHIVE-STATUS              PIC X(2).
           88 ARCHIVE-NORMAL          VALUE '00'.
       01 AUDITA-STATUS               PIC X(2).
           88 AUDITA-NORMAL           VALUE '00'.
       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-ARCHIVE-EOF-SW           PIC X(01) VALUE 'N'.
           88 ARCHIVE-EOF             VALUE 'Y'.
       01 WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
           88 AUDITA-EOF              VALUE 'Y'.
       01 WS-BASELINE-SW              PIC X(01) VALUE 'N'.
           88 BASELINE-RUN            VALUE 'Y'.
       01 WS-NUMB-CONTROL-KEY         PIC X(06) VALUE '000000'.

       COPY AUDITA.

      * The opening position as read back from CLOSEIN.
       COPY FACLOSE REPLACING LEADING ==FACLOSE-== BY ==OPEN-==.

      * The period end defaults to today; FAROLDATE (yyyymmdd) reruns
      * an earlier month end. Audit entries stamped after the opening
      * cut belong to this period; the highest stamp read becomes the
      * cut carried forward to next month.
       01 WS-PERIOD-END               PIC X(08).
       01 WS-PERIOD-END-ENV           PIC X(08) VALUE SPACES.
       01 WS-OPENING-CUT              PIC X(14) VALUE ZEROS.
       01 WS-OPENING-PERIOD-END       PIC X(08) VALUE SPACES.
       01 WS-CLOSING-CUT              PIC X(14) VALUE ZEROS.

      * The two keys being merged: the opening position and the live
      * file, both in NUMB order, HIGH-VALUES when exhausted.
       01 WS-CLOSE-KEY                PIC X(06).
       01 WS-FILEA-KEY                PIC X(06).
       01 WS-MERGE-KEY                PIC X(06).

      * An audit image, laid out as the FileA record it copies.
       01 WS-IMAGE.
           05 IM-STAT                 PIC X(01).
           05 IM-NUMB                 PIC X(06).
           05 FILLER                  PIC X(56).
           05 IM-AMOUNT               PIC X(08).
           05 FILLER                  PIC X(25).
           05 IM-USERID               PIC X(08).
       01 WS-IMAGE-VALUE              PIC S9(7)V99 COMP-3.
       01 WS-BEFORE-VALUE             PIC S9(7)V99 COMP-3.
       01 WS-AFTER-VALUE              PIC S9(7)V99 COMP-3.
       01 WS-MOVEMENT                 PIC S9(9)V99 COMP-3.
       01 WS-WORK-NUMB                PIC X(06).
       01 WS-WORK-USERID              PIC X(08).

      * Per-customer amounts for the key being merged.
       01 WS-OPENING-AMOUNT           PIC S9(9)V99 COMP-3.
       01 WS-MOVED-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-EXPECTED-AMOUNT          PIC S9(9)V99 COMP-3.
       01 WS-LIVE-AMOUNT              PIC S9(9)V99 COMP-3.

      * Roll-forward totals.
       01 WS-ROLL-TOTALS.
           05 WS-OPENING-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-MOVEMENT-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-EXPECTED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-LIVE-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-DIFFERENCE-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TRAILER-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TRAILER-COUNT        PIC 9(08) VALUE 0.
           05 WS-CLOSING-COUNT        PIC 9(08) VALUE 0.

      * Net movement per customer for the period, sized like
      * AUDRPLAY's shadow table and failing loudly when full.
       01 WS-MOVEMENT-TABLE.
           05 MV-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 MV-ENTRY OCCURS 2000 TIMES INDEXED BY MV-IX.
               10 MV-NUMB             PIC X(06).
               10 MV-NET              PIC S9(9)V99 COMP-3.
               10 MV-MERGED-SW        PIC X(01).
                   88 MV-MERGED           VALUE 'Y'.
       01 WS-MOVEMENT-FOUND-SW        PIC X(01) VALUE 'N'.
           88 MOVEMENT-ON-TABLE       VALUE 'Y'.

      * Movement by audit verb.
       01 WS-VERB-TABLE.
           05 VB-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 VB-ENTRY OCCURS 20 TIMES INDEXED BY VB-IX.
               10 VB-VERB             PIC X(01).
               10 VB-COUNT            PIC 9(08) COMP.
               10 VB-NET              PIC S9(11)V99 COMP-3.
       01 WS-VERB-FOUND-SW            PIC X(01) VALUE 'N'.
           88 VERB-ON-TABLE           VALUE 'Y'.

      * Movement by originating userid - the userid stamped on the
      * after image; a hard delete keeps no after image.
       01 WS-USERID-TABLE.
           05 US-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 US-ENTRY OCCURS 500 TIMES INDEXED BY US-IX.
               10 US-USERID           PIC X(08).
               10 US-COUNT            PIC 9(08) COMP.
               10 US-NET              PIC S9(11)V99 COMP-3.
       01 WS-USERID-FOUND-SW          PIC X(01) VALUE 'N'.
           88 USERID-ON-TABLE         VALUE 'Y'.
       01 WS-NO-USERID                PIC X(08) VALUE 'UNKNOWN'.

      * End-of-job reconciliation counts.
       01 RECONCILIATION-COUNTS.
           05 RC-OPENING-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ARCHIVE-READ         PIC 9(08) COMP VALUE 0.
           05 RC-AUDIT-READ           PIC 9(08) COMP VALUE 0.
           05 RC-AUDIT-IN-PERIOD      PIC 9(08) COMP VALUE 0.
           05 RC-UNPRICED-AMOUNT      PIC 9(08) COMP VALUE 0.
           05 RC-LIVE-READ            PIC 9(08) COMP VALUE 0.
           05 RC-ACCOUNTED-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-UNACCOUNTED-COUNT    PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(42) VALUE
              'FILEA AMOUNT ROLL-FORWARD FOR PERIOD ENDED'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-PERIOD-END       PIC X(08).
           05 FILLER              PIC X(16) VALUE
              '   OPENING FROM '.
           05 RT-OPENING          PIC X(08).

       01 WS-MONEY-LINE.
           05 ML-LABEL            PIC X(40).
           05 ML-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-BREAKDOWN-HEADING.
           05 FILLER              PIC X(30) VALUE
              'MOVEMENT BY VERB'.
           05 FILLER              PIC X(12) VALUE
              '     ENTRIES'.
           05 FILLER              PIC X(20) VALUE
              '        NET MOVEMENT'.

       01 WS-BREAKDOWN-LINE.
           05 BL-KEY              PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-LABEL            PIC X(20).
           05 BL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BL-NET              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-FAULT-HEADING.
           05 FILLER              PIC X(34) VALUE
              'NUMB    CANNOT BE ACCOUNTED FOR   '.
           05 FILLER              PIC X(27) VALUE
              '      OPENING      MOVEMENT'.
           05 FILLER              PIC X(28) VALUE
              '      EXPECTED          LIVE'.

       01 WS-FAULT-LINE.
           05 FL-NUMB             PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FL-KIND             PIC X(26).
           05 FL-OPENING          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-MOVEMENT         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-EXPECTED         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-LIVE             PIC Z,ZZZ,ZZ9.99-.

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(28).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01 WS-VERDICT-LINE             PIC X(70).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-END
           DISPLAY "FAROLDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-END-ENV FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-END-ENV NOT = SPACES
              IF WS-PERIOD-END-ENV IS NOT NUMERIC
                 DISPLAY "ERROR: FAROLDATE must be yyyymmdd, found "
                         WS-PERIOD-END-ENV
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PERIOD-END-ENV TO WS-PERIOD-END
           END-IF

           OPEN INPUT Close-Input
           IF CLOSEIN-NOT-FOUND
              MOVE 'Y' TO WS-BASELINE-SW
              MOVE HIGH-VALUES TO WS-CLOSE-KEY
              DISPLAY "WARNING: no CLOSEIN, this run establishes the "
                      "opening position without a proof"
           ELSE
              IF NOT CLOSEIN-NORMAL
                 DISPLAY "ERROR: unable to open CLOSEIN, status="
                         CLOSEIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM READ-OPENING-HEADER
              IF RETURN-CODE IS NOT EQUAL TO 0
                 CLOSE Close-Input
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ROLFWRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              IF NOT BASELINE-RUN
                 CLOSE Close-Input
              END-IF
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

      * The archived generations first, then the live trail. Both are
      * scanned on a first run too, for the cut to carry forward.
           PERFORM SCAN-ARCHIVE-TRAIL
           OPEN INPUT Audit-Input
           IF NOT AUDITA-NORMAL
              DISPLAY "ERROR: unable to open AUDITA, status="
                      AUDITA-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-ON-ERROR
              GOBACK
           END-IF
           PERFORM TAKE-ONE-AUDIT-RECORD
               UNTIL AUDITA-EOF
           CLOSE Audit-Input
           IF RETURN-CODE IS EQUAL TO 16
              PERFORM CLOSE-ON-ERROR
              GOBACK
           END-IF

           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-ON-ERROR
              GOBACK
           END-IF

           OPEN OUTPUT Close-Output
           IF NOT CLOSEOUT-NORMAL
              DISPLAY "ERROR: unable to open CLOSEOUT, status="
                      CLOSEOUT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              PERFORM CLOSE-ON-ERROR
              GOBACK
           END-IF

           MOVE SPACES TO FACLOSE-RECORD
           SET FACLOSE-HEADER TO TRUE
           MOVE WS-PERIOD-END TO FACLOSE-PERIOD-END
           MOVE WS-CLOSING-CUT TO FACLOSE-CUT-TIMESTAMP
           MOVE 0 TO FACLOSE-AMOUNT FACLOSE-RECORD-COUNT
                     FACLOSE-TOTAL
           WRITE FACLOSE-RECORD

      * Opening position and live file merged by NUMB.
           IF NOT BASELINE-RUN
              PERFORM READ-NEXT-OPENING-RECORD
           END-IF
           PERFORM READ-NEXT-FILEA-RECORD
           PERFORM MERGE-ONE-CUSTOMER
               UNTIL WS-CLOSE-KEY = HIGH-VALUES
                 AND WS-FILEA-KEY = HIGH-VALUES

      * Movement for a customer on neither file cannot be accounted
      * for either - posted and hard-deleted without both entries.
           IF NOT BASELINE-RUN
              PERFORM CHECK-ONE-UNMERGED-MOVEMENT
                  VARYING MV-IX FROM 1 BY 1
                  UNTIL MV-IX IS GREATER THAN MV-ENTRY-COUNT
           END-IF

           MOVE SPACES TO FACLOSE-RECORD
           SET FACLOSE-TRAILER TO TRUE
           MOVE WS-PERIOD-END TO FACLOSE-PERIOD-END
           MOVE WS-CLOSING-CUT TO FACLOSE-CUT-TIMESTAMP
           MOVE 0 TO FACLOSE-AMOUNT
           MOVE WS-CLOSING-COUNT TO FACLOSE-RECORD-COUNT
           MOVE WS-LIVE-TOTAL TO FACLOSE-TOTAL
           WRITE FACLOSE-RECORD

           CLOSE Filea-VSAM
           CLOSE Close-Output
           IF NOT BASELINE-RUN
              CLOSE Close-Input
           END-IF

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE Report-Output.

       MAINLINE-EXIT.
           GOBACK.

       CLOSE-ON-ERROR SECTION.
           IF NOT BASELINE-RUN
              CLOSE Close-Input
           END-IF
           CLOSE Report-Output
           .
       CLOSE-ON-ERROR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * READ-OPENING-HEADER - the first CLOSEIN record must be the     *
      * header naming last month's period end and audit cut.           *
      *----------------------------------------------------------------*
       READ-OPENING-HEADER SECTION.
           READ Close-Input INTO OPEN-RECORD
              AT END
                 MOVE SPACES TO OPEN-RECORD
           END-READ
           IF NOT OPEN-HEADER
              OR OPEN-CUT-TIMESTAMP IS NOT NUMERIC
              DISPLAY "ERROR: CLOSEIN does not begin with a closing "
                      "position header"
              MOVE 16 TO RETURN-CODE
              GO TO READ-OPENING-HEADER-EXIT
           END-IF
           MOVE OPEN-CUT-TIMESTAMP TO WS-OPENING-CUT
                                      WS-CLOSING-CUT
           MOVE OPEN-PERIOD-END TO WS-OPENING-PERIOD-END
           .
       READ-OPENING-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-ARCHIVE-TRAIL - AUDARCHV is only needed when the month    *
      * straddles an AUDARCH run; without it, entries already archived *
      * surface below as customers that cannot be accounted for.      *
      *----------------------------------------------------------------*
       SCAN-ARCHIVE-TRAIL SECTION.
           OPEN INPUT Archive-Input
           IF NOT ARCHIVE-NORMAL
              DISPLAY "WARNING: unable to open AUDARCHV, status="
                      ARCHIVE-STATUS ", archived entries not included"
              MOVE SPACES TO REPORT-LINE
              MOVE 'AUDARCHV NOT AVAILABLE - ARCHIVED ENTRIES LEFT OUT'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO SCAN-ARCHIVE-TRAIL-EXIT
           END-IF
           PERFORM TAKE-ONE-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF
           CLOSE Archive-Input
           .
       SCAN-ARCHIVE-TRAIL-EXIT.
           EXIT.

       TAKE-ONE-ARCHIVE-RECORD SECTION.
           READ Archive-Input INTO AUDIT-RECORD
              AT END
                 MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-READ
           IF NOT ARCHIVE-EOF
              ADD 1 TO RC-ARCHIVE-READ
              PERFORM ROLL-ONE-AUDIT-ENTRY
              IF RETURN-CODE IS EQUAL TO 16
                 MOVE 'Y' TO WS-ARCHIVE-EOF-SW
              END-IF
           END-IF
           .
       TAKE-ONE-ARCHIVE-RECORD-EXIT.
           EXIT.

       TAKE-ONE-AUDIT-RECORD SECTION.
           READ Audit-Input INTO AUDIT-RECORD
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           IF NOT AUDITA-EOF
              ADD 1 TO RC-AUDIT-READ
              PERFORM ROLL-ONE-AUDIT-ENTRY
              IF RETURN-CODE IS EQUAL TO 16
                 MOVE 'Y' TO WS-AUDIT-EOF-SW
              END-IF
           END-IF
           .
       TAKE-ONE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ROLL-ONE-AUDIT-ENTRY - one audit entry stamped after the       *
      * opening cut: the balance it moved is its after-image AMOUNT    *
      * less its before-image AMOUNT, where a missing or soft-deleted  *
      * image holds no balance. So a POST adds its balance, a DELETE   *
      * takes its balance off and an update moves the difference.      *
      *----------------------------------------------------------------*
       ROLL-ONE-AUDIT-ENTRY SECTION.
           IF AUDIT-TIMESTAMP IS GREATER THAN WS-CLOSING-CUT
              MOVE AUDIT-TIMESTAMP TO WS-CLOSING-CUT
           END-IF
           IF BASELINE-RUN
              OR AUDIT-TIMESTAMP IS NOT GREATER THAN WS-OPENING-CUT
              GO TO ROLL-ONE-AUDIT-ENTRY-EXIT
           END-IF
           ADD 1 TO RC-AUDIT-IN-PERIOD

           MOVE AUDIT-BEFORE-IMAGE TO WS-IMAGE
           PERFORM PRICE-ONE-IMAGE
           MOVE WS-IMAGE-VALUE TO WS-BEFORE-VALUE
           MOVE AUDIT-AFTER-IMAGE TO WS-IMAGE
           PERFORM PRICE-ONE-IMAGE
           MOVE WS-IMAGE-VALUE TO WS-AFTER-VALUE
           COMPUTE WS-MOVEMENT = WS-AFTER-VALUE - WS-BEFORE-VALUE

           IF AUDIT-AFTER-IMAGE NOT = SPACES
              MOVE AUDIT-AFTER-IMAGE(2:6) TO WS-WORK-NUMB
              MOVE AUDIT-AFTER-IMAGE(97:8) TO WS-WORK-USERID
           ELSE
              MOVE AUDIT-BEFORE-IMAGE(2:6) TO WS-WORK-NUMB
              MOVE WS-NO-USERID TO WS-WORK-USERID
           END-IF
           IF WS-WORK-USERID = SPACES
              MOVE WS-NO-USERID TO WS-WORK-USERID
           END-IF

           PERFORM LOCATE-MOVEMENT-ENTRY
           IF NOT MOVEMENT-ON-TABLE
              IF MV-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: movement table is full, the file "
                         "has outgrown FAROLFWD - raise the size"
                 MOVE 16 TO RETURN-CODE
                 GO TO ROLL-ONE-AUDIT-ENTRY-EXIT
              END-IF
              ADD 1 TO MV-ENTRY-COUNT
              SET MV-IX TO MV-ENTRY-COUNT
              MOVE WS-WORK-NUMB TO MV-NUMB(MV-IX)
              MOVE 0 TO MV-NET(MV-IX)
              MOVE 'N' TO MV-MERGED-SW(MV-IX)
           END-IF
           ADD WS-MOVEMENT TO MV-NET(MV-IX)
           ADD WS-MOVEMENT TO WS-MOVEMENT-TOTAL

           PERFORM LOCATE-VERB-ENTRY
           IF NOT VERB-ON-TABLE
              IF VB-ENTRY-COUNT IS EQUAL TO 20
                 DISPLAY "ERROR: verb table is full, raise the size "
                         "in FAROLFWD"
                 MOVE 16 TO RETURN-CODE
                 GO TO ROLL-ONE-AUDIT-ENTRY-EXIT
              END-IF
              ADD 1 TO VB-ENTRY-COUNT
              SET VB-IX TO VB-ENTRY-COUNT
              MOVE AUDIT-VERB TO VB-VERB(VB-IX)
              MOVE 0 TO VB-COUNT(VB-IX) VB-NET(VB-IX)
           END-IF
           ADD 1 TO VB-COUNT(VB-IX)
           ADD WS-MOVEMENT TO VB-NET(VB-IX)

           PERFORM LOCATE-USERID-ENTRY
           IF NOT USERID-ON-TABLE
              IF US-ENTRY-COUNT IS EQUAL TO 500
                 DISPLAY "ERROR: userid table is full, raise the "
                         "size in FAROLFWD"
                 MOVE 16 TO RETURN-CODE
                 GO TO ROLL-ONE-AUDIT-ENTRY-EXIT
              END-IF
              ADD 1 TO US-ENTRY-COUNT
              SET US-IX TO US-ENTRY-COUNT
              MOVE WS-WORK-USERID TO US-USERID(US-IX)
              MOVE 0 TO US-COUNT(US-IX) US-NET(US-IX)
           END-IF
           ADD 1 TO US-COUNT(US-IX)
           ADD WS-MOVEMENT TO US-NET(US-IX)
           .
       ROLL-ONE-AUDIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRICE-ONE-IMAGE - the balance held by the image in WS-IMAGE,   *
      * its AMOUNT text converted as FILARPT converts it; nothing for  *
      * an absent or soft-deleted image, or AMOUNT text that does not  *
      * convert (counted, and treated the same on the live file).      *
      *----------------------------------------------------------------*
       PRICE-ONE-IMAGE SECTION.
           MOVE 0 TO WS-IMAGE-VALUE
           IF WS-IMAGE = SPACES
              OR IM-STAT = 'D'
              OR IM-AMOUNT = SPACES
              GO TO PRICE-ONE-IMAGE-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL-C(IM-AMOUNT) = 0
              MOVE FUNCTION NUMVAL-C(IM-AMOUNT) TO WS-IMAGE-VALUE
           ELSE
              ADD 1 TO RC-UNPRICED-AMOUNT
           END-IF
           .
       PRICE-ONE-IMAGE-EXIT.
           EXIT.

       LOCATE-MOVEMENT-ENTRY SECTION.
           MOVE 'N' TO WS-MOVEMENT-FOUND-SW
           IF MV-ENTRY-COUNT IS GREATER THAN 0
              SET MV-IX TO 1
              SEARCH MV-ENTRY
                 WHEN MV-IX IS GREATER THAN MV-ENTRY-COUNT
                    CONTINUE
                 WHEN MV-NUMB(MV-IX) IS EQUAL TO WS-WORK-NUMB
                    MOVE 'Y' TO WS-MOVEMENT-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-MOVEMENT-ENTRY-EXIT.
           EXIT.

       LOCATE-VERB-ENTRY SECTION.
           MOVE 'N' TO WS-VERB-FOUND-SW
           IF VB-ENTRY-COUNT IS GREATER THAN 0
              SET VB-IX TO 1
              SEARCH VB-ENTRY
                 WHEN VB-IX IS GREATER THAN VB-ENTRY-COUNT
                    CONTINUE
                 WHEN VB-VERB(VB-IX) IS EQUAL TO AUDIT-VERB
                    MOVE 'Y' TO WS-VERB-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-VERB-ENTRY-EXIT.
           EXIT.

       LOCATE-USERID-ENTRY SECTION.
           MOVE 'N' TO WS-USERID-FOUND-SW
           IF US-ENTRY-COUNT IS GREATER THAN 0
              SET US-IX TO 1
              SEARCH US-ENTRY
                 WHEN US-IX IS GREATER THAN US-ENTRY-COUNT
                    CONTINUE
                 WHEN US-USERID(US-IX) IS EQUAL TO WS-WORK-USERID
                    MOVE 'Y' TO WS-USERID-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-USERID-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * READ-NEXT-OPENING-RECORD / READ-NEXT-FILEA-RECORD - advance    *
      * one side of the merge, HIGH-VALUES once it is exhausted.       *
      *----------------------------------------------------------------*
       READ-NEXT-OPENING-RECORD SECTION.
           READ Close-Input INTO OPEN-RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-CLOSE-KEY
                 GO TO READ-NEXT-OPENING-RECORD-EXIT
           END-READ
           EVALUATE TRUE
              WHEN OPEN-CUSTOMER
                 ADD 1 TO RC-OPENING-READ
                 MOVE OPEN-NUMB TO WS-CLOSE-KEY
              WHEN OPEN-TRAILER
                 MOVE OPEN-TOTAL TO WS-TRAILER-TOTAL
                 MOVE OPEN-RECORD-COUNT TO WS-TRAILER-COUNT
                 MOVE HIGH-VALUES TO WS-CLOSE-KEY
              WHEN OTHER
                 DISPLAY "ERROR: unexpected CLOSEIN record type "
                         OPEN-TYPE
                 MOVE 16 TO RETURN-CODE
                 MOVE HIGH-VALUES TO WS-CLOSE-KEY
           END-EVALUATE
           .
       READ-NEXT-OPENING-RECORD-EXIT.
           EXIT.

       READ-NEXT-FILEA-RECORD SECTION.
           READ Filea-VSAM NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-FILEA-KEY
                 GO TO READ-NEXT-FILEA-RECORD-EXIT
           END-READ
           MOVE numb OF FileA-record TO WS-FILEA-KEY
           .
       READ-NEXT-FILEA-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MERGE-ONE-CUSTOMER - the lower of the two keys: its opening    *
      * balance plus its movement for the period must equal its live   *
      * balance, a customer missing from either side holding nothing   *
      * there. Every live customer goes into the closing position.     *
      *----------------------------------------------------------------*
       MERGE-ONE-CUSTOMER SECTION.
           IF WS-FILEA-KEY = WS-NUMB-CONTROL-KEY
              PERFORM READ-NEXT-FILEA-RECORD
              GO TO MERGE-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-CLOSE-KEY IS LESS THAN WS-FILEA-KEY
              MOVE WS-CLOSE-KEY TO WS-MERGE-KEY
           ELSE
              MOVE WS-FILEA-KEY TO WS-MERGE-KEY
           END-IF

           MOVE 0 TO WS-OPENING-AMOUNT WS-LIVE-AMOUNT WS-MOVED-AMOUNT
           IF WS-CLOSE-KEY = WS-MERGE-KEY
              MOVE OPEN-AMOUNT TO WS-OPENING-AMOUNT
              ADD OPEN-AMOUNT TO WS-OPENING-TOTAL
           END-IF

           IF WS-FILEA-KEY = WS-MERGE-KEY
              ADD 1 TO RC-LIVE-READ
              MOVE FileA-record(1:104) TO WS-IMAGE
              PERFORM PRICE-ONE-IMAGE
              MOVE WS-IMAGE-VALUE TO WS-LIVE-AMOUNT
              ADD WS-IMAGE-VALUE TO WS-LIVE-TOTAL

              MOVE SPACES TO FACLOSE-RECORD
              SET FACLOSE-CUSTOMER TO TRUE
              MOVE WS-PERIOD-END TO FACLOSE-PERIOD-END
              MOVE WS-CLOSING-CUT TO FACLOSE-CUT-TIMESTAMP
              MOVE numb OF FileA-record TO FACLOSE-NUMB
              MOVE stat OF FileA-record TO FACLOSE-STAT
              MOVE WS-IMAGE-VALUE TO FACLOSE-AMOUNT
              MOVE 0 TO FACLOSE-RECORD-COUNT FACLOSE-TOTAL
              WRITE FACLOSE-RECORD
              ADD 1 TO WS-CLOSING-COUNT
           END-IF

           IF NOT BASELINE-RUN
              MOVE WS-MERGE-KEY TO WS-WORK-NUMB
              PERFORM LOCATE-MOVEMENT-ENTRY
              IF MOVEMENT-ON-TABLE
                 MOVE MV-NET(MV-IX) TO WS-MOVED-AMOUNT
                 MOVE 'Y' TO MV-MERGED-SW(MV-IX)
              END-IF
              COMPUTE WS-EXPECTED-AMOUNT =
                  WS-OPENING-AMOUNT + WS-MOVED-AMOUNT
              IF WS-EXPECTED-AMOUNT = WS-LIVE-AMOUNT
                 ADD 1 TO RC-ACCOUNTED-COUNT
              ELSE
                 MOVE WS-MERGE-KEY TO FL-NUMB
                 EVALUATE TRUE
                    WHEN WS-CLOSE-KEY NOT = WS-MERGE-KEY
                       MOVE 'NEW SINCE LAST MONTH END' TO FL-KIND
                    WHEN WS-FILEA-KEY NOT = WS-MERGE-KEY
                       MOVE 'GONE FROM FILEA' TO FL-KIND
                    WHEN OTHER
                       MOVE 'BALANCE DOES NOT ROLL' TO FL-KIND
                 END-EVALUATE
                 PERFORM WRITE-FAULT-LINE
              END-IF
           END-IF

           IF WS-CLOSE-KEY = WS-MERGE-KEY
              PERFORM READ-NEXT-OPENING-RECORD
           END-IF
           IF WS-FILEA-KEY = WS-MERGE-KEY
              PERFORM READ-NEXT-FILEA-RECORD
           END-IF
           .
       MERGE-ONE-CUSTOMER-EXIT.
           EXIT.

       CHECK-ONE-UNMERGED-MOVEMENT SECTION.
           IF NOT MV-MERGED(MV-IX)
              AND MV-NET(MV-IX) NOT = 0
              MOVE MV-NUMB(MV-IX) TO FL-NUMB
              MOVE 'MOVED BUT ON NEITHER FILE' TO FL-KIND
              MOVE 0 TO WS-OPENING-AMOUNT WS-LIVE-AMOUNT
              MOVE MV-NET(MV-IX) TO WS-MOVED-AMOUNT
                                    WS-EXPECTED-AMOUNT
              PERFORM WRITE-FAULT-LINE
           END-IF
           .
       CHECK-ONE-UNMERGED-MOVEMENT-EXIT.
           EXIT.

       WRITE-FAULT-LINE SECTION.
           IF RC-UNACCOUNTED-COUNT IS EQUAL TO 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-FAULT-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           ADD 1 TO RC-UNACCOUNTED-COUNT
           MOVE WS-OPENING-AMOUNT TO FL-OPENING
           MOVE WS-MOVED-AMOUNT TO FL-MOVEMENT
           MOVE WS-EXPECTED-AMOUNT TO FL-EXPECTED
           MOVE WS-LIVE-AMOUNT TO FL-LIVE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FAULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-FAULT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-PERIOD-END TO RT-PERIOD-END.
           IF BASELINE-RUN
              MOVE 'NONE' TO RT-OPENING
           ELSE
              MOVE WS-OPENING-PERIOD-END TO RT-OPENING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-REPORT-TOTALS - the roll-forward itself, its breakdown   *
      * by verb and by userid, the counts and the verdict.             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF BASELINE-RUN
              MOVE 'OPENING POSITION ESTABLISHED:' TO ML-LABEL
              MOVE WS-LIVE-TOTAL TO ML-AMOUNT
              PERFORM WRITE-ONE-MONEY-LINE
              GO TO WRITE-REPORT-COUNTS
           END-IF.

           COMPUTE WS-EXPECTED-TOTAL =
               WS-OPENING-TOTAL + WS-MOVEMENT-TOTAL.
           COMPUTE WS-DIFFERENCE-TOTAL =
               WS-LIVE-TOTAL - WS-EXPECTED-TOTAL.

           MOVE 'OPENING TOTAL AT LAST MONTH END' TO ML-LABEL.
           MOVE WS-OPENING-TOTAL TO ML-AMOUNT.
           PERFORM WRITE-ONE-MONEY-LINE.
           PERFORM WRITE-ONE-VERB-MOVEMENT
               VARYING VB-IX FROM 1 BY 1
               UNTIL VB-IX IS GREATER THAN VB-ENTRY-COUNT.
           MOVE 'EXPECTED CLOSING TOTAL' TO ML-LABEL.
           MOVE WS-EXPECTED-TOTAL TO ML-AMOUNT.
           PERFORM WRITE-ONE-MONEY-LINE.
           MOVE 'LIVE FILEA TOTAL' TO ML-LABEL.
           MOVE WS-LIVE-TOTAL TO ML-AMOUNT.
           PERFORM WRITE-ONE-MONEY-LINE.
           MOVE 'DIFFERENCE' TO ML-LABEL.
           MOVE WS-DIFFERENCE-TOTAL TO ML-AMOUNT.
           PERFORM WRITE-ONE-MONEY-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BREAKDOWN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-VERB-LINE
               VARYING VB-IX FROM 1 BY 1
               UNTIL VB-IX IS GREATER THAN VB-ENTRY-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BREAKDOWN-HEADING TO REPORT-LINE.
           MOVE 'MOVEMENT BY USERID' TO REPORT-LINE(1:30).
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-USERID-LINE
               VARYING US-IX FROM 1 BY 1
               UNTIL US-IX IS GREATER THAN US-ENTRY-COUNT.

       WRITE-REPORT-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'OPENING RECORDS READ:   ' TO CN-LABEL.
           MOVE RC-OPENING-READ TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'ARCHIVE RECORDS READ:   ' TO CN-LABEL.
           MOVE RC-ARCHIVE-READ TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ:     ' TO CN-LABEL.
           MOVE RC-AUDIT-READ TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'ENTRIES IN THE PERIOD:  ' TO CN-LABEL.
           MOVE RC-AUDIT-IN-PERIOD TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'AMOUNTS NOT NUMERIC:    ' TO CN-LABEL.
           MOVE RC-UNPRICED-AMOUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'LIVE RECORDS READ:      ' TO CN-LABEL.
           MOVE RC-LIVE-READ TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'CUSTOMERS ACCOUNTED FOR:' TO CN-LABEL.
           MOVE RC-ACCOUNTED-COUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'CUSTOMERS NOT ACCOUNTED:' TO CN-LABEL.
           MOVE RC-UNACCOUNTED-COUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN BASELINE-RUN
                 MOVE 'FIRST RUN - OPENING POSITION ESTABLISHED'
                     TO WS-VERDICT-LINE
              WHEN RC-UNACCOUNTED-COUNT = 0
                   AND WS-DIFFERENCE-TOTAL = 0
                   AND WS-OPENING-TOTAL = WS-TRAILER-TOTAL
                   AND RC-OPENING-READ = WS-TRAILER-COUNT
                 MOVE 'AMOUNT ROLL-FORWARD PROVED - NO DIFFERENCES'
                     TO WS-VERDICT-LINE
              WHEN OTHER
                 IF WS-OPENING-TOTAL NOT = WS-TRAILER-TOTAL
                    OR RC-OPENING-READ NOT = WS-TRAILER-COUNT
                    MOVE 'CLOSEIN DOES NOT AGREE WITH ITS OWN TRAILER'
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
                 MOVE
                   '*** ROLL-FORWARD DOES NOT PROVE - SEE ABOVE ***'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY "======================================"
           DISPLAY " FAROLFWD End-of-job reconciliation"
           DISPLAY "   Opening records read : " RC-OPENING-READ
           DISPLAY "   Archive records read : " RC-ARCHIVE-READ
           DISPLAY "   Audit records read   : " RC-AUDIT-READ
           DISPLAY "   Entries in the period: " RC-AUDIT-IN-PERIOD
           DISPLAY "   Live records read    : " RC-LIVE-READ
           DISPLAY "   Accounted for        : " RC-ACCOUNTED-COUNT
           DISPLAY "   Not accounted for    : " RC-UNACCOUNTED-COUNT
           DISPLAY "======================================"
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-VERB-MOVEMENT SECTION.
           EVALUATE VB-VERB(VB-IX)
              WHEN 'P'
                 MOVE 'ADD BALANCES POSTED (P)' TO ML-LABEL
              WHEN 'D'
                 MOVE 'LESS BALANCES DELETED (D)' TO ML-LABEL
              WHEN 'U'
                 MOVE 'NET OF UPDATES (U)' TO ML-LABEL
              WHEN OTHER
                 MOVE SPACES TO ML-LABEL
                 STRING 'NET OF VERB ' VB-VERB(VB-IX)
                        DELIMITED BY SIZE INTO ML-LABEL
           END-EVALUATE
           MOVE VB-NET(VB-IX) TO ML-AMOUNT
           PERFORM WRITE-ONE-MONEY-LINE
           .
       WRITE-ONE-VERB-MOVEMENT-EXIT.
           EXIT.

       WRITE-ONE-VERB-LINE SECTION.
           MOVE VB-VERB(VB-IX) TO BL-KEY
           EVALUATE VB-VERB(VB-IX)
              WHEN 'P'
                 MOVE 'POST' TO BL-LABEL
              WHEN 'D'
                 MOVE 'DELETE' TO BL-LABEL
              WHEN 'U'
                 MOVE 'UPDATE' TO BL-LABEL
              WHEN OTHER
                 MOVE 'OTHER' TO BL-LABEL
           END-EVALUATE
           MOVE VB-COUNT(VB-IX) TO BL-COUNT
           MOVE VB-NET(VB-IX) TO BL-NET
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BREAKDOWN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-VERB-LINE-EXIT.
           EXIT.

       WRITE-ONE-USERID-LINE SECTION.
           MOVE US-USERID(US-IX) TO BL-KEY
           MOVE SPACES TO BL-LABEL
           MOVE US-COUNT(US-IX) TO BL-COUNT
           MOVE US-NET(US-IX) TO BL-NET
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BREAKDOWN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-USERID-LINE-EXIT.
           EXIT.

       WRITE-ONE-MONEY-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MONEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-MONEY-LINE-EXIT.
           EXIT.

       WRITE-ONE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-COUNT-LINE-EXIT.
           EXIT.

      * part-received requisition already on the master is NOT
      * re-ordered - the receipt job closes requisitions when the
      * stock arrives.
      * Each requisition's supplier is chosen from the part's
      * approved suppliers on the PARTSRC sourcing file whose quotes
      * have not expired. A supplier whose lead time delivers by the
      * need-by date (JCL PARM, days from tonight, default 14) beats
      * one that cannot. Among those, the lowest quoted price wins,
      * each price first weighted by the supplier's SUPPPERF on-time
      * rate (price x (200 - rate) / 100, so a supplier always on
      * time is rated at its price, and one with no rating yet at
      * 75 percent); the shorter lead time settles a tie. When no
      * supplier can make the date, the fastest is chosen. The order
      * quantity is raised to the chosen supplier's minimum. The
      * buyer's report shows the runner-up and why it lost, and
      * lists every expired quote for the buyers to renew. A part
      * with no current quote orders from its own PART-SUPPLIER, as
      * before.
      * When the PARM also gives a cover period in days (PARM
      * 'nnn,ccc'), a part with stock issued in the last 13 weeks on
      * the CONSHIST consumption history orders its average daily
      * use over those weeks times the cover period, rounded up, in
      * place of its fixed reorder quantity; a part with no issues
      * in the window keeps the fixed quantity. The supplier's
      * minimum order still applies on top.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS SUPPLIER-KEY OF SUPPLIER-RECORD
              FILE STATUS IS SUPPFILE-STATUS.

           SELECT Sourcing-File ASSIGN TO PARTSRC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARTSRC-KEY OF PARTSRC-RECORD
              FILE STATUS IS PARTSRC-STATUS.

           SELECT Rating-File ASSIGN TO SUPPRATE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SUPPRATE-STATUS.

           SELECT Consumption-History ASSIGN TO CONSHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CONSHIST-KEY OF CONSHIST-RECORD
              FILE STATUS IS CONS-FILE-STATUS.

           SELECT Requisition-Master ASSIGN TO REQMASTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       FD  Supplier-File.
       COPY SUPPLIER SUPPRESS.

       FD  Sourcing-File.
       COPY PARTSRC SUPPRESS.

       FD  Rating-File
           RECORD CONTAINS 50 CHARACTERS.
       COPY SUPPRATE SUPPRESS.

       FD  Consumption-History.
       COPY CONSHIST SUPPRESS.

       FD  Requisition-Master.
       COPY REQMASTR SUPPRESS.

           05  PRQ-SUPPLIER           PIC X(06).
           05  PRQ-RAISED-DATE        PIC 9(08).
           05  PRQ-NEED-BY-DATE       PIC 9(08).
           05  PRQ-QUOTED-PRICE       PIC 9(05)V99.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
           88 REQMASTR-NORMAL         VALUE '00'.
           88 REQMASTR-DUPLICATE      VALUE '22'.
           88 REQMASTR-NO-FILE        VALUE '35'.
       01 PARTSRC-STATUS              PIC X(2).
           88 PARTSRC-NORMAL          VALUE '00'.
       01 SUPPRATE-STATUS             PIC X(2).
           88 SUPPRATE-NORMAL         VALUE '00'.
       01 WS-SRC-OPEN-SW              PIC X(01) VALUE 'N'.
           88 PARTSRC-OPEN            VALUE 'Y'.
       01 CONS-FILE-STATUS            PIC X(2).
           88 CONSHIST-NORMAL         VALUE '00'.
       01 WS-CONS-OPEN-SW             PIC X(01) VALUE 'N'.
           88 CONSHIST-OPEN           VALUE 'Y'.
       01 WS-CONS-EOF-SW              PIC X(01) VALUE 'N'.
           88 CONSHIST-DONE           VALUE 'Y'.
       01 WS-SRC-EOF-SW               PIC X(01) VALUE 'N'.
           88 PARTSRC-EOF             VALUE 'Y'.
       01 WS-RATE-EOF-SW              PIC X(01) VALUE 'N'.
           88 SUPPRATE-EOF            VALUE 'Y'.
       01 WS-REQM-EOF-SW              PIC X(01) VALUE 'N'.
           88 REQMASTR-EOF            VALUE 'Y'.
       01 WS-REQ-SEQUENCE             PIC 9(04) VALUE 0.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-DATE-INT                 PIC 9(08) COMP.

      * Need-by horizon in days from tonight, from the JCL PARM.
       01 WS-NEED-DAYS                PIC 9(03) VALUE 14.
      * Days of average use to order, from the JCL PARM after the
      * comma; zero keeps every part on its fixed reorder quantity.
       01 WS-COVER-DAYS               PIC 9(03) VALUE 0.
       01 WS-PARM-FIELDS.
           05 WS-PARM-NEED            PIC X(03).
           05 WS-PARM-COVER           PIC X(03).
           05 WS-PARM-NEED-LEN        PIC 9(04) COMP.
           05 WS-PARM-COVER-LEN       PIC 9(04) COMP.

      * Consumption over the 13-week window for the part being
      * ordered.
       01 WS-USE-WINDOW-DAYS          PIC 9(03) VALUE 91.
       01 WS-USE-FROM-DATE            PIC 9(08).
       01 WS-USE-QTY                  PIC 9(09) COMP.
       01 WS-USE-ORDER-QTY            PIC 9(09) COMP.
       01 WS-ORDER-BASIS              PIC X(12).

      * Supplier ratings as SUPPPERF last reported them.
       01 WS-RATING-TABLE.
           05 RT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 RT-ENTRY OCCURS 200 TIMES INDEXED BY RT-IX.
               10 RT-SUPPLIER         PIC X(06).
               10 RT-ON-TIME-RATE     PIC 9(03)V99.
      * A supplier with no receipts measured yet is taken at this
      * on-time rate.
       01 WS-UNRATED-RATE             PIC 9(03)V99 VALUE 75.

      * The current quotes for the part being ordered.
       01 WS-CANDIDATE-TABLE.
           05 CD-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 CD-ENTRY OCCURS 20 TIMES INDEXED BY CD-IX.
               10 CD-SUPPLIER         PIC X(06).
               10 CD-UNIT-PRICE       PIC 9(05)V99.
               10 CD-MIN-ORDER-QTY    PIC 9(05).
               10 CD-LEAD-DAYS        PIC 9(03).
               10 CD-ON-TIME-RATE     PIC 9(03)V99.
               10 CD-SCORE            PIC 9(07)V9999.
               10 CD-MEETS-NEED-BY    PIC X(01).
       01 WS-CANDIDATE-DONE-SW        PIC X(01) VALUE 'N'.
           88 CANDIDATES-DONE         VALUE 'Y'.
       01 WS-BETTER-SW                PIC X(01) VALUE 'N'.
           88 CANDIDATE-IS-BETTER     VALUE 'Y'.

      * The choice for the requisition being raised.
       01 WS-SOURCING-FIELDS.
           05 WS-BEST                 PIC 9(04) COMP.
           05 WS-RUNNER-UP            PIC 9(04) COMP.
           05 WS-COMPARE              PIC 9(04) COMP.
           05 WS-QUOTES-EXPIRED       PIC 9(04) COMP.
           05 WS-CHOSEN-SUPPLIER      PIC X(06).
           05 WS-CHOSEN-PRICE         PIC 9(05)V99.
           05 WS-CHOSEN-RATE          PIC 9(03)V99.
           05 WS-ORDER-QTY            PIC 9(05).
           05 WS-RU-SUPPLIER          PIC X(06).
           05 WS-RU-PRICE             PIC 9(05)V99.
           05 WS-RU-RATE              PIC 9(03)V99.
           05 WS-RU-LEAD-DAYS         PIC 9(03).
           05 WS-CHOICE-REASON        PIC X(30).

      * Requisitions collected for the buyer's report, grouped by
      * supplier at print time.
       01 WS-REQ-TABLE.
               10 RQ-QTY-ON-HAND      PIC 9(05).
               10 RQ-ORDER-QTY        PIC 9(05).
               10 RQ-NEED-BY          PIC 9(08).
               10 RQ-QUOTED-PRICE     PIC 9(05)V99.
               10 RQ-ON-TIME-RATE     PIC 9(03)V99.
               10 RQ-RU-SUPPLIER      PIC X(06).
               10 RQ-RU-PRICE         PIC 9(05)V99.
               10 RQ-RU-RATE          PIC 9(03)V99.
               10 RQ-RU-LEAD-DAYS     PIC 9(03).
               10 RQ-REASON           PIC X(30).
               10 RQ-ORDER-BASIS      PIC X(12).
               10 RQ-PRINTED-SW       PIC X(01).

      * Parts with an open requisition already on the master.
           05 RC-REQS-RAISED          PIC 9(08) COMP VALUE 0.
           05 RC-ALREADY-ON-ORDER     PIC 9(08) COMP VALUE 0.
           05 RC-NO-SUPPLIER          PIC 9(08) COMP VALUE 0.
           05 RC-FROM-QUOTES          PIC 9(08) COMP VALUE 0.
           05 RC-NO-CURRENT-QUOTE     PIC 9(08) COMP VALUE 0.
           05 RC-QUOTES-EXPIRED       PIC 9(08) COMP VALUE 0.
           05 RC-SIZED-FROM-USE       PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 DL-ORDER-QTY        PIC ZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE '  NEED BY '.
           05 DL-NEED-BY          PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-ORDER-BASIS      PIC X(12).

       01 WS-SOURCING-LINE.
           05 FILLER              PIC X(21) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'QUOTE '.
           05 SR-PRICE            PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '  ON-TIME '.
           05 SR-RATE             PIC ZZ9.99.
           05 FILLER              PIC X(13) VALUE '%  RUNNER-UP '.
           05 SR-RU-SUPPLIER      PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SR-RU-PRICE         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SR-RU-RATE          PIC ZZ9.99.
           05 FILLER              PIC X(07) VALUE '% LEAD '.
           05 SR-RU-LEAD-DAYS     PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SR-REASON           PIC X(30).

       01 WS-EXPIRED-HEADER.
           05 FILLER              PIC X(38) VALUE
              'EXPIRED SUPPLIER QUOTES - FOR RENEWAL'.

       01 WS-EXPIRED-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 EL-PART-KEY         PIC X(17).
           05 FILLER              PIC X(11) VALUE '  SUPPLIER '.
           05 EL-SUPPLIER         PIC X(06).
           05 FILLER              PIC X(08) VALUE '  PRICE '.
           05 EL-PRICE            PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '  MIN QTY '.
           05 EL-MIN-QTY          PIC ZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE '  EXPIRED '.
           05 EL-EXPIRY-DATE      PIC 9(08).

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(07).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF PARM-LENGTH > 0
              PERFORM READ-RUN-PARM
           END-IF

           OPEN INPUT Part-File
           IF NOT PARTFILE-NORMAL
              DISPLAY "ERROR: unable to open PARTFILE, status="
              DISPLAY "         lead times default to zero days"
           END-IF

           OPEN INPUT Sourcing-File
           IF PARTSRC-NORMAL
              MOVE 'Y' TO WS-SRC-OPEN-SW
           ELSE
              DISPLAY "WARNING: PARTSRC unavailable, status="
                      PARTSRC-STATUS
              DISPLAY "         parts order from their own supplier"
           END-IF

           IF WS-COVER-DAYS > 0
              OPEN INPUT Consumption-History
              IF CONSHIST-NORMAL
                 MOVE 'Y' TO WS-CONS-OPEN-SW
                 COMPUTE WS-DATE-INT =
                     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - WS-USE-WINDOW-DAYS
                 COMPUTE WS-USE-FROM-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              ELSE
                 DISPLAY "WARNING: CONSHIST unavailable, status="
                         CONS-FILE-STATUS
                 DISPLAY "         fixed reorder quantities used"
              END-IF
           END-IF

           PERFORM LOAD-SUPPLIER-RATINGS

           PERFORM OPEN-REQUISITION-MASTER
           PERFORM LOAD-OPEN-REQUISITIONS

           CLOSE Requisition-Output.

           PERFORM PRINT-BY-SUPPLIER
           PERFORM PRINT-EXPIRED-QUOTES

           IF PARTSRC-OPEN
              CLOSE Sourcing-File
           END-IF
           IF CONSHIST-OPEN
              CLOSE Consumption-History
           END-IF
           IF SUPPFILE-NORMAL
              CLOSE Supplier-File
           END-IF
           DISPLAY "   Requisitions raised  : " RC-REQS-RAISED
           DISPLAY "   Already on order     : " RC-ALREADY-ON-ORDER
           DISPLAY "   Parts w/o supplier   : " RC-NO-SUPPLIER
           DISPLAY "   Sourced from quotes  : " RC-FROM-QUOTES
           DISPLAY "   No current quote     : " RC-NO-CURRENT-QUOTE
           DISPLAY "   Expired quotes       : " RC-QUOTES-EXPIRED
           DISPLAY "   Sized from usage     : " RC-SIZED-FROM-USE
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * READ-RUN-PARM - need-by days, optionally followed by a comma  *
      * and the cover period for consumption-based quantities.        *
      *----------------------------------------------------------------*
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM-NEED
           MOVE SPACES TO WS-PARM-COVER
           MOVE 0 TO WS-PARM-NEED-LEN
           MOVE 0 TO WS-PARM-COVER-LEN
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ','
               INTO WS-PARM-NEED COUNT IN WS-PARM-NEED-LEN
                    WS-PARM-COVER COUNT IN WS-PARM-COVER-LEN
           END-UNSTRING
           IF WS-PARM-NEED-LEN > 0
              AND WS-PARM-NEED-LEN NOT > 3
              AND WS-PARM-NEED(1:WS-PARM-NEED-LEN) IS NUMERIC
              MOVE WS-PARM-NEED(1:WS-PARM-NEED-LEN) TO WS-NEED-DAYS
           END-IF
           IF WS-PARM-COVER-LEN > 0
              AND WS-PARM-COVER-LEN NOT > 3
              AND WS-PARM-COVER(1:WS-PARM-COVER-LEN) IS NUMERIC
              MOVE WS-PARM-COVER(1:WS-PARM-COVER-LEN) TO
                   WS-COVER-DAYS
           END-IF
           .
       READ-RUN-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPEN-REQUISITION-MASTER - the first run creates the master.   *
      *----------------------------------------------------------------*
           EXIT.

       RAISE-ONE-REQUISITION SECTION.
           PERFORM CHOOSE-SUPPLIER
           PERFORM LOOK-UP-SUPPLIER

           MOVE PART-KEY OF PART-REC TO PRQ-PART-KEY
           MOVE PART-QTY-ON-HAND OF PART-REC TO PRQ-QTY-ON-HAND
           MOVE PART-REORDER-POINT OF PART-REC TO
                PRQ-REORDER-POINT
           MOVE WS-ORDER-QTY TO PRQ-ORDER-QTY
           MOVE WS-CHOSEN-SUPPLIER TO PRQ-SUPPLIER
           MOVE WS-CHOSEN-PRICE TO PRQ-QUOTED-PRICE
           MOVE WS-RUN-DATE TO PRQ-RAISED-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF RQ-ENTRY-COUNT IS LESS THAN 300
              ADD 1 TO RQ-ENTRY-COUNT
              SET RQ-IX TO RQ-ENTRY-COUNT
              MOVE WS-CHOSEN-SUPPLIER TO RQ-SUPPLIER(RQ-IX)
              MOVE PART-KEY OF PART-REC TO RQ-PART-KEY(RQ-IX)
              MOVE PART-DESCRIPTION OF PART-REC TO
                   RQ-DESCRIPTION(RQ-IX)
              MOVE PART-QTY-ON-HAND OF PART-REC TO
                   RQ-QTY-ON-HAND(RQ-IX)
              MOVE WS-ORDER-QTY TO RQ-ORDER-QTY(RQ-IX)
              MOVE PRQ-NEED-BY-DATE TO RQ-NEED-BY(RQ-IX)
              MOVE WS-CHOSEN-PRICE TO RQ-QUOTED-PRICE(RQ-IX)
              MOVE WS-CHOSEN-RATE TO RQ-ON-TIME-RATE(RQ-IX)
              MOVE WS-RU-SUPPLIER TO RQ-RU-SUPPLIER(RQ-IX)
              MOVE WS-RU-PRICE TO RQ-RU-PRICE(RQ-IX)
              MOVE WS-RU-RATE TO RQ-RU-RATE(RQ-IX)
              MOVE WS-RU-LEAD-DAYS TO RQ-RU-LEAD-DAYS(RQ-IX)
              MOVE WS-CHOICE-REASON TO RQ-REASON(RQ-IX)
              MOVE WS-ORDER-BASIS TO RQ-ORDER-BASIS(RQ-IX)
              MOVE 'N' TO RQ-PRINTED-SW(RQ-IX)
           ELSE
              DISPLAY "WARNING: buyer report table full, "
           ADD 1 TO WS-REQ-SEQUENCE
           MOVE WS-REQ-SEQUENCE TO REQMASTR-SEQUENCE
           MOVE PART-KEY OF PART-REC TO REQMASTR-PART-KEY
           MOVE WS-CHOSEN-SUPPLIER TO REQMASTR-SUPPLIER
           MOVE WS-ORDER-QTY TO REQMASTR-ORDER-QTY
           MOVE 0 TO REQMASTR-RECEIVED-QTY
           MOVE PRQ-NEED-BY-DATE TO REQMASTR-NEED-BY-DATE
           MOVE 'O' TO REQMASTR-STATUS
           MOVE 0 TO REQMASTR-CLOSED-DATE
           MOVE 0 TO REQMASTR-INVOICED-QTY
           MOVE WS-CHOSEN-PRICE TO REQMASTR-QUOTED-PRICE
           WRITE REQMASTR-RECORD

      * A rerun on the same date walks past the sequences it
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-SUPPLIER-RATINGS - the on-time rates SUPPPERF last       *
      * reported; without them every supplier is taken as unrated.    *
      *----------------------------------------------------------------*
       LOAD-SUPPLIER-RATINGS SECTION.
           OPEN INPUT Rating-File
           IF NOT SUPPRATE-NORMAL
              DISPLAY "WARNING: SUPPRATE unavailable, status="
                      SUPPRATE-STATUS
              DISPLAY "         suppliers rated at the unrated rate"
              GO TO LOAD-SUPPLIER-RATINGS-EXIT
           END-IF
           PERFORM LOAD-ONE-RATING
               UNTIL SUPPRATE-EOF
           CLOSE Rating-File
           .
       LOAD-SUPPLIER-RATINGS-EXIT.
           EXIT.

       LOAD-ONE-RATING SECTION.
           READ Rating-File
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ
           IF SUPPRATE-EOF
              GO TO LOAD-ONE-RATING-EXIT
           END-IF
           IF SUPPRATE-RECEIPTS IS EQUAL TO 0
              GO TO LOAD-ONE-RATING-EXIT
           END-IF
           IF RT-ENTRY-COUNT IS LESS THAN 200
              ADD 1 TO RT-ENTRY-COUNT
              SET RT-IX TO RT-ENTRY-COUNT
              MOVE SUPPRATE-SUPPLIER TO RT-SUPPLIER(RT-IX)
              MOVE SUPPRATE-ON-TIME-RATE TO RT-ON-TIME-RATE(RT-IX)
           ELSE
              DISPLAY "WARNING: SUPPLIER RATING TABLE FULL AT 200, "
                      "supplier " SUPPRATE-SUPPLIER " unrated"
           END-IF
           .
       LOAD-ONE-RATING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHOOSE-SUPPLIER - the part's current quotes, best first and   *
      * the runner-up with the reason it lost; no current quote      *
      * leaves the part's own supplier at no quoted price.            *
      *----------------------------------------------------------------*
       CHOOSE-SUPPLIER SECTION.
           MOVE 0 TO CD-ENTRY-COUNT
           MOVE 0 TO WS-QUOTES-EXPIRED
           MOVE 0 TO WS-BEST
           MOVE 0 TO WS-RUNNER-UP
           MOVE SPACES TO WS-RU-SUPPLIER
           MOVE 0 TO WS-RU-PRICE
           MOVE 0 TO WS-RU-RATE
           MOVE 0 TO WS-RU-LEAD-DAYS
           MOVE PART-REORDER-QTY OF PART-REC TO WS-ORDER-QTY
           MOVE 'FIXED QTY' TO WS-ORDER-BASIS
           IF CONSHIST-OPEN
              PERFORM SIZE-FROM-CONSUMPTION
           END-IF

           IF PARTSRC-OPEN
              MOVE PART-KEY OF PART-REC TO PARTSRC-PART-KEY
              MOVE LOW-VALUES TO PARTSRC-SUPPLIER
              MOVE 'N' TO WS-CANDIDATE-DONE-SW
              START Sourcing-File KEY IS NOT LESS THAN PARTSRC-KEY
              IF NOT PARTSRC-NORMAL
                 MOVE 'Y' TO WS-CANDIDATE-DONE-SW
                 MOVE '00' TO PARTSRC-STATUS
              END-IF
              PERFORM LOAD-ONE-CANDIDATE
                  UNTIL CANDIDATES-DONE
           END-IF

           IF CD-ENTRY-COUNT IS EQUAL TO 0
              MOVE PART-SUPPLIER OF PART-REC TO WS-CHOSEN-SUPPLIER
              MOVE 0 TO WS-CHOSEN-PRICE
              MOVE 0 TO WS-CHOSEN-RATE
              IF WS-QUOTES-EXPIRED IS GREATER THAN 0
                 MOVE 'QUOTES EXPIRED - PART SUPPLIER'
                      TO WS-CHOICE-REASON
              ELSE
                 MOVE 'NO QUOTE - PART SUPPLIER' TO WS-CHOICE-REASON
              END-IF
              ADD 1 TO RC-NO-CURRENT-QUOTE
              GO TO CHOOSE-SUPPLIER-EXIT
           END-IF

           PERFORM PICK-BEST-CANDIDATE
               VARYING CD-IX FROM 1 BY 1
               UNTIL CD-IX IS GREATER THAN CD-ENTRY-COUNT
           PERFORM PICK-RUNNER-UP
               VARYING CD-IX FROM 1 BY 1
               UNTIL CD-IX IS GREATER THAN CD-ENTRY-COUNT

           MOVE CD-SUPPLIER(WS-BEST) TO WS-CHOSEN-SUPPLIER
           MOVE CD-UNIT-PRICE(WS-BEST) TO WS-CHOSEN-PRICE
           MOVE CD-ON-TIME-RATE(WS-BEST) TO WS-CHOSEN-RATE
           IF CD-MIN-ORDER-QTY(WS-BEST) IS GREATER THAN WS-ORDER-QTY
              MOVE CD-MIN-ORDER-QTY(WS-BEST) TO WS-ORDER-QTY
           END-IF
           ADD 1 TO RC-FROM-QUOTES

           IF WS-RUNNER-UP IS EQUAL TO 0
              MOVE 'ONLY CURRENT QUOTE' TO WS-CHOICE-REASON
              GO TO CHOOSE-SUPPLIER-EXIT
           END-IF
           MOVE CD-SUPPLIER(WS-RUNNER-UP) TO WS-RU-SUPPLIER
           MOVE CD-UNIT-PRICE(WS-RUNNER-UP) TO WS-RU-PRICE
           MOVE CD-ON-TIME-RATE(WS-RUNNER-UP) TO WS-RU-RATE
           MOVE CD-LEAD-DAYS(WS-RUNNER-UP) TO WS-RU-LEAD-DAYS

           EVALUATE TRUE
              WHEN CD-MEETS-NEED-BY(WS-BEST) IS EQUAL TO 'Y'
               AND CD-MEETS-NEED-BY(WS-RUNNER-UP) IS EQUAL TO 'N'
                 MOVE 'RUNNER-UP MISSES NEED-BY DATE'
                      TO WS-CHOICE-REASON
              WHEN CD-MEETS-NEED-BY(WS-BEST) IS EQUAL TO 'N'
               AND CD-LEAD-DAYS(WS-BEST) IS LESS THAN
                   CD-LEAD-DAYS(WS-RUNNER-UP)
                 MOVE 'NONE MEETS NEED-BY - FASTEST'
                      TO WS-CHOICE-REASON
              WHEN CD-SCORE(WS-BEST) IS EQUAL TO
                   CD-SCORE(WS-RUNNER-UP)
               AND CD-LEAD-DAYS(WS-BEST) IS LESS THAN
                   CD-LEAD-DAYS(WS-RUNNER-UP)
                 MOVE 'SHORTER LEAD TIME' TO WS-CHOICE-REASON
              WHEN CD-SCORE(WS-BEST) IS EQUAL TO
                   CD-SCORE(WS-RUNNER-UP)
                 MOVE 'EQUAL TERMS - FIRST ON FILE'
                      TO WS-CHOICE-REASON
              WHEN CD-UNIT-PRICE(WS-BEST) IS LESS THAN
                   CD-UNIT-PRICE(WS-RUNNER-UP)
               AND CD-ON-TIME-RATE(WS-BEST) IS LESS THAN
                   CD-ON-TIME-RATE(WS-RUNNER-UP)
                 MOVE 'LOWER PRICE OUTWEIGHS ON-TIME'
                      TO WS-CHOICE-REASON
              WHEN CD-UNIT-PRICE(WS-BEST) IS LESS THAN
                   CD-UNIT-PRICE(WS-RUNNER-UP)
                 MOVE 'LOWER PRICE' TO WS-CHOICE-REASON
              WHEN OTHER
                 MOVE 'BETTER ON-TIME RECORD' TO WS-CHOICE-REASON
           END-EVALUATE
           .
       CHOOSE-SUPPLIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SIZE-FROM-CONSUMPTION - the part's issues over the window on  *
      * CONSHIST; any use at all sets the order quantity to the       *
      * average daily use times the cover period, rounded up.         *
      *----------------------------------------------------------------*
       SIZE-FROM-CONSUMPTION SECTION.
           MOVE 0 TO WS-USE-QTY
           MOVE PART-KEY OF PART-REC TO CONSHIST-PART-KEY
           MOVE WS-USE-FROM-DATE TO CONSHIST-ISSUE-DATE
           MOVE 0 TO CONSHIST-ISSUE-TIME
           MOVE 0 TO CONSHIST-SEQUENCE
           MOVE 'N' TO WS-CONS-EOF-SW
           START Consumption-History KEY IS NOT LESS THAN CONSHIST-KEY
           IF NOT CONSHIST-NORMAL
              MOVE 'Y' TO WS-CONS-EOF-SW
              MOVE '00' TO CONS-FILE-STATUS
           END-IF
           PERFORM ADD-ONE-CONSUMPTION
               UNTIL CONSHIST-DONE

           IF WS-USE-QTY = 0
              GO TO SIZE-FROM-CONSUMPTION-EXIT
           END-IF
           COMPUTE WS-USE-ORDER-QTY =
               (WS-USE-QTY * WS-COVER-DAYS + WS-USE-WINDOW-DAYS - 1)
               / WS-USE-WINDOW-DAYS
           IF WS-USE-ORDER-QTY > 99999
              MOVE 99999 TO WS-USE-ORDER-QTY
           END-IF
           MOVE WS-USE-ORDER-QTY TO WS-ORDER-QTY
           MOVE 'AVERAGE USE' TO WS-ORDER-BASIS
           ADD 1 TO RC-SIZED-FROM-USE
           .
       SIZE-FROM-CONSUMPTION-EXIT.
           EXIT.

       ADD-ONE-CONSUMPTION SECTION.
           READ Consumption-History NEXT RECORD
           IF NOT CONSHIST-NORMAL
              OR CONSHIST-PART-KEY NOT EQUAL PART-KEY OF PART-REC
              MOVE 'Y' TO WS-CONS-EOF-SW
              MOVE '00' TO CONS-FILE-STATUS
              GO TO ADD-ONE-CONSUMPTION-EXIT
           END-IF
           IF CONSHIST-ISSUE-DATE NOT < WS-RUN-DATE
              GO TO ADD-ONE-CONSUMPTION-EXIT
           END-IF
           ADD CONSHIST-QTY-ISSUED TO WS-USE-QTY
           .
       ADD-ONE-CONSUMPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ONE-CANDIDATE - the next quote for the part. An expired  *
      * quote is passed over; a current one is rated: its supplier's  *
      * lead time against the need-by horizon and its price weighted  *
      * by the supplier's on-time rate.                               *
      *----------------------------------------------------------------*
       LOAD-ONE-CANDIDATE SECTION.
           READ Sourcing-File NEXT RECORD
           IF NOT PARTSRC-NORMAL
              OR PARTSRC-PART-KEY NOT EQUAL PART-KEY OF PART-REC
              MOVE 'Y' TO WS-CANDIDATE-DONE-SW
              MOVE '00' TO PARTSRC-STATUS
              GO TO LOAD-ONE-CANDIDATE-EXIT
           END-IF
           IF PARTSRC-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
              ADD 1 TO WS-QUOTES-EXPIRED
              GO TO LOAD-ONE-CANDIDATE-EXIT
           END-IF
           IF CD-ENTRY-COUNT IS NOT LESS THAN 20
              DISPLAY "WARNING: more than 20 quotes for part "
                      PART-KEY OF PART-REC ", supplier "
                      PARTSRC-SUPPLIER " not considered"
              GO TO LOAD-ONE-CANDIDATE-EXIT
           END-IF

           ADD 1 TO CD-ENTRY-COUNT
           SET CD-IX TO CD-ENTRY-COUNT
           MOVE PARTSRC-SUPPLIER TO CD-SUPPLIER(CD-IX)
           MOVE PARTSRC-UNIT-PRICE TO CD-UNIT-PRICE(CD-IX)
           MOVE PARTSRC-MIN-ORDER-QTY TO CD-MIN-ORDER-QTY(CD-IX)

           MOVE 0 TO CD-LEAD-DAYS(CD-IX)
           IF SUPPFILE-NORMAL
              MOVE PARTSRC-SUPPLIER TO SUPPLIER-REF
              READ Supplier-File
              IF SUPPFILE-NORMAL
                 MOVE SUPPLIER-LEAD-DAYS TO CD-LEAD-DAYS(CD-IX)
              ELSE
                 MOVE '00' TO SUPPFILE-STATUS
              END-IF
           END-IF
           IF CD-LEAD-DAYS(CD-IX) IS GREATER THAN WS-NEED-DAYS
              MOVE 'N' TO CD-MEETS-NEED-BY(CD-IX)
           ELSE
              MOVE 'Y' TO CD-MEETS-NEED-BY(CD-IX)
           END-IF

           MOVE WS-UNRATED-RATE TO CD-ON-TIME-RATE(CD-IX)
           IF RT-ENTRY-COUNT IS GREATER THAN 0
              SET RT-IX TO 1
              SEARCH RT-ENTRY
                 WHEN RT-IX IS GREATER THAN RT-ENTRY-COUNT
                    CONTINUE
                 WHEN RT-SUPPLIER(RT-IX) IS EQUAL TO PARTSRC-SUPPLIER
                    MOVE RT-ON-TIME-RATE(RT-IX) TO
                         CD-ON-TIME-RATE(CD-IX)
              END-SEARCH
           END-IF
           COMPUTE CD-SCORE(CD-IX) ROUNDED =
               CD-UNIT-PRICE(CD-IX)
               * (200 - CD-ON-TIME-RATE(CD-IX)) / 100
           .
       LOAD-ONE-CANDIDATE-EXIT.
           EXIT.

       PICK-BEST-CANDIDATE SECTION.
           IF WS-BEST IS EQUAL TO 0
              SET WS-BEST TO CD-IX
              GO TO PICK-BEST-CANDIDATE-EXIT
           END-IF
           MOVE WS-BEST TO WS-COMPARE
           PERFORM COMPARE-CANDIDATE
           IF CANDIDATE-IS-BETTER
              SET WS-BEST TO CD-IX
           END-IF
           .
       PICK-BEST-CANDIDATE-EXIT.
           EXIT.

       PICK-RUNNER-UP SECTION.
           IF CD-IX IS EQUAL TO WS-BEST
              GO TO PICK-RUNNER-UP-EXIT
           END-IF
           IF WS-RUNNER-UP IS EQUAL TO 0
              SET WS-RUNNER-UP TO CD-IX
              GO TO PICK-RUNNER-UP-EXIT
           END-IF
           MOVE WS-RUNNER-UP TO WS-COMPARE
           PERFORM COMPARE-CANDIDATE
           IF CANDIDATE-IS-BETTER
              SET WS-RUNNER-UP TO CD-IX
           END-IF
           .
       PICK-RUNNER-UP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COMPARE-CANDIDATE - is quote CD-IX better than WS-COMPARE?    *
      * Making the need-by date comes first; between two that make   *
      * it the lower weighted price, then the shorter lead; between  *
      * two that cannot, the shorter lead, then the lower price.     *
      * Equal quotes leave the earlier one on file in front.          *
      *----------------------------------------------------------------*
       COMPARE-CANDIDATE SECTION.
           MOVE 'N' TO WS-BETTER-SW
           EVALUATE TRUE
              WHEN CD-MEETS-NEED-BY(CD-IX) NOT EQUAL
                   CD-MEETS-NEED-BY(WS-COMPARE)
                 IF CD-MEETS-NEED-BY(CD-IX) IS EQUAL TO 'Y'
                    MOVE 'Y' TO WS-BETTER-SW
                 END-IF
              WHEN CD-MEETS-NEED-BY(CD-IX) IS EQUAL TO 'Y'
                 IF CD-SCORE(CD-IX) IS LESS THAN
                    CD-SCORE(WS-COMPARE)
                    OR (CD-SCORE(CD-IX) IS EQUAL TO
                        CD-SCORE(WS-COMPARE)
                        AND CD-LEAD-DAYS(CD-IX) IS LESS THAN
                            CD-LEAD-DAYS(WS-COMPARE))
                    MOVE 'Y' TO WS-BETTER-SW
                 END-IF
              WHEN OTHER
                 IF CD-LEAD-DAYS(CD-IX) IS LESS THAN
                    CD-LEAD-DAYS(WS-COMPARE)
                    OR (CD-LEAD-DAYS(CD-IX) IS EQUAL TO
                        CD-LEAD-DAYS(WS-COMPARE)
                        AND CD-SCORE(CD-IX) IS LESS THAN
                            CD-SCORE(WS-COMPARE))
                    MOVE 'Y' TO WS-BETTER-SW
                 END-IF
           END-EVALUATE
           .
       COMPARE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-EXPIRED-QUOTES - every quote past its expiry date, for  *
      * the buyers to renew or withdraw.                              *
      *----------------------------------------------------------------*
       PRINT-EXPIRED-QUOTES SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXPIRED-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT PARTSRC-OPEN
              GO TO PRINT-EXPIRED-QUOTES-EXIT
           END-IF
           MOVE LOW-VALUES TO PARTSRC-KEY
           START Sourcing-File KEY IS NOT LESS THAN PARTSRC-KEY
           IF NOT PARTSRC-NORMAL
              MOVE '00' TO PARTSRC-STATUS
              GO TO PRINT-EXPIRED-QUOTES-EXIT
           END-IF
           MOVE 'N' TO WS-SRC-EOF-SW
           PERFORM PRINT-ONE-EXPIRED-QUOTE
               UNTIL PARTSRC-EOF
           .
       PRINT-EXPIRED-QUOTES-EXIT.
           EXIT.

       PRINT-ONE-EXPIRED-QUOTE SECTION.
           READ Sourcing-File NEXT RECORD
           IF NOT PARTSRC-NORMAL
              MOVE 'Y' TO WS-SRC-EOF-SW
              MOVE '00' TO PARTSRC-STATUS
              GO TO PRINT-ONE-EXPIRED-QUOTE-EXIT
           END-IF
           IF PARTSRC-EXPIRY-DATE IS NOT LESS THAN WS-RUN-DATE
              GO TO PRINT-ONE-EXPIRED-QUOTE-EXIT
           END-IF
           ADD 1 TO RC-QUOTES-EXPIRED
           MOVE PARTSRC-PART-KEY TO EL-PART-KEY
           MOVE PARTSRC-SUPPLIER TO EL-SUPPLIER
           MOVE PARTSRC-UNIT-PRICE TO EL-PRICE
           MOVE PARTSRC-MIN-ORDER-QTY TO EL-MIN-QTY
           MOVE PARTSRC-EXPIRY-DATE TO EL-EXPIRY-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXPIRED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-ONE-EXPIRED-QUOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOOK-UP-SUPPLIER - positions SUPPLIER-RECORD on the chosen    *
      * supplier; an unknown or blank supplier gets zero lead days    *
      * and is counted for the buyers to chase.                       *
      *----------------------------------------------------------------*
       LOOK-UP-SUPPLIER SECTION.
           MOVE SPACES TO SUPPLIER-NAME
           MOVE 0 TO SUPPLIER-LEAD-DAYS
           MOVE WS-CHOSEN-SUPPLIER TO SUPPLIER-REF
           IF NOT SUPPFILE-NORMAL
              OR WS-CHOSEN-SUPPLIER IS EQUAL TO SPACES
              ADD 1 TO RC-NO-SUPPLIER
              MOVE 'SUPPLIER NOT ON FILE' TO SUPPLIER-NAME
              GO TO LOOK-UP-SUPPLIER-EXIT
           READ Supplier-File
           IF NOT SUPPFILE-NORMAL
              ADD 1 TO RC-NO-SUPPLIER
              MOVE WS-CHOSEN-SUPPLIER TO SUPPLIER-REF
              MOVE 'SUPPLIER NOT ON FILE' TO SUPPLIER-NAME
              MOVE 0 TO SUPPLIER-LEAD-DAYS
              MOVE '00' TO SUPPFILE-STATUS
              MOVE RQ-QTY-ON-HAND(RQ-JX) TO DL-QTY-ON-HAND
              MOVE RQ-ORDER-QTY(RQ-JX) TO DL-ORDER-QTY
              MOVE RQ-NEED-BY(RQ-JX) TO DL-NEED-BY
              MOVE RQ-ORDER-BASIS(RQ-JX) TO DL-ORDER-BASIS
              MOVE SPACES TO REPORT-LINE
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE RQ-QUOTED-PRICE(RQ-JX) TO SR-PRICE
              MOVE RQ-ON-TIME-RATE(RQ-JX) TO SR-RATE
              MOVE RQ-RU-SUPPLIER(RQ-JX) TO SR-RU-SUPPLIER
              MOVE RQ-RU-PRICE(RQ-JX) TO SR-RU-PRICE
              MOVE RQ-RU-RATE(RQ-JX) TO SR-RU-RATE
              MOVE RQ-RU-LEAD-DAYS(RQ-JX) TO SR-RU-LEAD-DAYS
              MOVE RQ-REASON(RQ-JX) TO SR-REASON
              MOVE SPACES TO REPORT-LINE
              MOVE WS-SOURCING-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       PRINT-GROUP-MEMBER-EXIT.

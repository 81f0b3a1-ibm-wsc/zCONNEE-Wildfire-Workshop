       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = FADORMNT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADORMNT.
      * Monthly dormancy run for FileA. A customer is dormant when
      * FILEA has not been updated for them within the dormancy period
      * (FADORMDAYS, default 365) AND none of the stores CUSTXREF ties
      * them to shows activity in that period either: no LOANHIST
      * decision under their loan UID, no ORDHIST order under their
      * catalog userid, and no TRDLEDGR trade or CASHMOVE movement
      * under their trader userid.
      *
      * The dormancy marker is stat 'Z' on the FileA record. It is
      * not written here: the run punches FILEAREQ-shaped PUT cards
      * to DORMTXN, carrying the stamp it read and REQUEST-USERID
      * FADORMNT, and the following FILEABAT step applies them with
      * the usual edits, last-updated stamping and AUDITA chaining. A
      * newly dormant customer is marked and sent a reactivation
      * letter (DORMLTR); a marked customer who has become active
      * again is un-marked the same way. The report (DORMRPT) lists
      * every marking and un-marking and summarizes the dormant
      * customers by how long they have been inactive.
      *
      * While the marker stands, LAST-UPD-DATE is the day it was set,
      * so the customer's own last update is taken to be a dormancy
      * period before that. Any later update under another userid
      * counts as activity in its own right.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Cust-Xref ASSIGN TO CUSTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
              FILE STATUS IS CUSTXREF-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANHIST-KEY OF LOANHIST-RECORD
              FILE STATUS IS LOANHIST-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-STATUS.

           SELECT Card-Output ASSIGN TO DORMTXN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DORMTXN-STATUS.

           SELECT Letter-Output ASSIGN TO DORMLTR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DORMLTR-STATUS.

           SELECT Report-Output ASSIGN TO DORMRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Filea-VSAM.
       01  FileA-record.
               05  stat         PIC X.
                   88  FILEA-DELETED       VALUE 'D'.
                   88  FILEA-DORMANT       VALUE 'Z'.
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

       FD  Cust-Xref.
       COPY CUSTXREF SUPPRESS.

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

      * One FILEABAT transaction per marking or un-marking, shaped
      * exactly like FILEABAT's TXNIN record.
       FD  Card-Output.
       01  CARD-OUTPUT-RECORD         PIC X(105).

       FD  Letter-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                PIC X(132).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      * The cards are built in the FILEAREQ request layout, which is
      * what FILEABAT lays each transaction over.
       COPY FILEAREQ.

      * The userid the marker cards are stamped under, and by which a
      * marker this run set is recognized on the next.
       77 DORMANT-RUN-IDENTITY        PIC X(08) VALUE 'FADORMNT'.

       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 CUSTXREF-STATUS             PIC X(2).
           88 CUSTXREF-NORMAL         VALUE '00'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 TRDLEDGR-STATUS             PIC X(2).
           88 TRDLEDGR-NORMAL         VALUE '00'.
       01 CASHMOVE-STATUS             PIC X(2).
           88 CASHMOVE-NORMAL         VALUE '00'.
       01 DORMTXN-STATUS              PIC X(2).
           88 DORMTXN-NORMAL          VALUE '00'.
       01 DORMLTR-STATUS              PIC X(2).
           88 DORMLTR-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-FILEA-EOF-SW             PIC X(01) VALUE 'N'.
           88 FILEA-EOF               VALUE 'Y'.
       01 WS-ORDER-EOF-SW             PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-CASH-EOF-SW              PIC X(01) VALUE 'N'.
           88 CASHMOVE-EOF            VALUE 'Y'.
       01 WS-LOAN-DONE-SW             PIC X(01) VALUE 'N'.
           88 LOAN-SCAN-DONE          VALUE 'Y'.
       01 WS-TRADE-DONE-SW            PIC X(01) VALUE 'N'.
           88 TRADE-SCAN-DONE         VALUE 'Y'.

      * The dormancy period, the run date and the cutoff before which
      * a customer's last activity makes them dormant.
       01 WS-DORMANT-DAYS-ENV         PIC X(05) VALUE SPACES.
       01 WS-DORMANT-DAYS             PIC 9(05) VALUE 365.
       01 WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01 WS-RUN-INT                  PIC 9(08) VALUE 0.
       01 WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
       01 WS-WORK-INT                 PIC 9(08) VALUE 0.

      * The customer in hand: the latest activity found for them in
      * any store, where it was found, and how many days ago.
       01 WS-LAST-ACTIVITY            PIC X(08) VALUE SPACES.
       01 WS-LAST-SOURCE              PIC X(08) VALUE SPACES.
       01 WS-CANDIDATE-DATE           PIC X(08) VALUE SPACES.
       01 WS-CANDIDATE-SOURCE         PIC X(08) VALUE SPACES.
       01 WS-INACTIVE-DAYS            PIC 9(07) VALUE 0.
       01 WS-ACTIVE-SW                PIC X(01) VALUE 'N'.
           88 CUSTOMER-ACTIVE         VALUE 'Y'.
       01 WS-XREF-FOUND-SW            PIC X(01) VALUE 'N'.
           88 XREF-FOUND              VALUE 'Y'.
       01 WS-CARD-STAT                PIC X(01) VALUE SPACE.
       01 WS-ACTION                   PIC X(10) VALUE SPACES.

      * Latest ORDHIST order date per catalog userid and latest
      * CASHMOVE movement date per trader userid, loaded once up front
      * since neither file is keyed by the customer. Failing loudly
      * when full, like the other in-storage tables. ORDHIST carries
      * its order date as mmddyyyy; it is held here as yyyymmdd so
      * it compares with the other stores' dates.
       01 WS-ORDER-YMD.
           05 WS-ORD-YYYY             PIC X(04).
           05 WS-ORD-MM               PIC X(02).
           05 WS-ORD-DD               PIC X(02).
       01 WS-ORDER-TABLE.
           05 OT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 OT-ENTRY OCCURS 2000 TIMES INDEXED BY OT-IX.
               10 OT-USERID           PIC X(08).
               10 OT-LAST-DATE        PIC X(08).
       01 WS-CASH-TABLE.
           05 CM-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 CM-ENTRY OCCURS 2000 TIMES INDEXED BY CM-IX.
               10 CM-USERID           PIC X(60).
               10 CM-LAST-DATE        PIC X(08).
       01 WS-TABLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88 TABLE-ENTRY-FOUND       VALUE 'Y'.

      * Dormancy age bands for the summary, by days since the last
      * activity. A customer with no dated activity anywhere falls in
      * the last band.
       01 WS-BAND-VALUES.
           05 FILLER PIC X(24) VALUE '00364UNDER 1 YEAR       '.
           05 FILLER PIC X(24) VALUE '007291 TO 2 YEARS       '.
           05 FILLER PIC X(24) VALUE '010942 TO 3 YEARS       '.
           05 FILLER PIC X(24) VALUE '018243 TO 5 YEARS       '.
           05 FILLER PIC X(24) VALUE '99999OVER 5 YEARS       '.
           05 FILLER PIC X(24) VALUE '99999NO DATED ACTIVITY  '.
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 BD-ENTRY OCCURS 6 TIMES INDEXED BY BD-IX.
               10 BD-MAX-DAYS         PIC 9(05).
               10 BD-LABEL            PIC X(19).
       01 WS-BAND-COUNTS.
           05 BC-COUNT OCCURS 6 TIMES PIC 9(08) COMP.

      * End-of-job control totals.
       01 RECONCILIATION-COUNTS.
           05 RC-FILEA-READ           PIC 9(08) COMP VALUE 0.
           05 RC-DELETED-SKIPPED      PIC 9(08) COMP VALUE 0.
           05 RC-NO-XREF              PIC 9(08) COMP VALUE 0.
           05 RC-ACTIVE               PIC 9(08) COMP VALUE 0.
           05 RC-DORMANT              PIC 9(08) COMP VALUE 0.
           05 RC-NEWLY-DORMANT        PIC 9(08) COMP VALUE 0.
           05 RC-REACTIVATED          PIC 9(08) COMP VALUE 0.
           05 RC-CARDS-WRITTEN        PIC 9(08) COMP VALUE 0.
           05 RC-LETTERS              PIC 9(08) COMP VALUE 0.

      * Letter line layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
       01 WS-LETTER-HEAD-LINE.
           05 FILLER              PIC X(17) VALUE
              'CUSTOMER NUMBER: '.
           05 LT-NUMB             PIC X(06).
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'DATE: '.
           05 LT-RUN-DATE         PIC X(08).
       01 WS-LETTER-ADDRESS-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 LT-ADDRESS          PIC X(20).
       01 WS-LETTER-NAME-LINE.
           05 FILLER              PIC X(06) VALUE 'DEAR  '.
           05 LT-NAME             PIC X(20).
       01 WS-LETTER-BODY              PIC X(76).
       01 WS-LETTER-SINCE-LINE.
           05 FILLER              PIC X(21) VALUE
              'LAST ACTIVITY:       '.
           05 LT-LAST-ACTIVITY    PIC X(08).

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(35) VALUE
              'FILEA DORMANT CUSTOMER RUN -       '.
           05 RT-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(18) VALUE
              '   DORMANT AFTER  '.
           05 RT-DORMANT-DAYS     PIC ZZZZ9.
           05 FILLER              PIC X(05) VALUE ' DAYS'.

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(55) VALUE
              'ACTION     NUMB   NAME                 LAST ACT  SOURCE'.
           05 FILLER              PIC X(10) VALUE
              ' IDLE DAYS'.

       01 WS-DORMANT-LINE.
           05 DL-ACTION           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-NAME             PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-LAST-ACTIVITY    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-SOURCE           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DAYS             PIC ZZZZZZ9.

       01 WS-BAND-TITLE               PIC X(40) VALUE
              'DORMANT CUSTOMERS BY TIME SINCE ACTIVITY'.

       01 WS-BAND-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-LABEL            PIC X(28).
           05 BL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(30).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY "FADORMDAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DORMANT-DAYS-ENV FROM ENVIRONMENT-VALUE
           IF WS-DORMANT-DAYS-ENV NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-DORMANT-DAYS-ENV) EQUAL 0
              COMPUTE WS-DORMANT-DAYS =
                  FUNCTION NUMVAL(WS-DORMANT-DAYS-ENV)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-RUN-DATE))
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-DORMANT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-CUTOFF-DATE
           MOVE ZEROS TO WS-BAND-COUNTS

           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

      * Every store is needed: a customer must not be called dormant
      * for want of a file that could have shown them active.
           OPEN INPUT Cust-Xref
           IF NOT CUSTXREF-NORMAL
              DISPLAY "ERROR: unable to open CUSTXREF, status="
                      CUSTXREF-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              GOBACK
           END-IF

           OPEN INPUT Loan-History
           IF NOT LOANHIST-NORMAL
              DISPLAY "ERROR: unable to open LOANHIST, status="
                      LOANHIST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE Cust-Xref
              GOBACK
           END-IF

           OPEN INPUT Trade-Ledger
           IF NOT TRDLEDGR-NORMAL
              DISPLAY "ERROR: unable to open TRDLEDGR, status="
                      TRDLEDGR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE Cust-Xref
              CLOSE Loan-History
              GOBACK
           END-IF

           PERFORM LOAD-ORDER-ACTIVITY
           PERFORM LOAD-CASH-ACTIVITY

           OPEN OUTPUT Card-Output
           IF NOT DORMTXN-NORMAL
              DISPLAY "ERROR: unable to open DORMTXN, status="
                      DORMTXN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-INPUT-FILES
              GOBACK
           END-IF

           OPEN OUTPUT Letter-Output
           IF NOT DORMLTR-NORMAL
              DISPLAY "ERROR: unable to open DORMLTR, status="
                      DORMLTR-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-INPUT-FILES
              CLOSE Card-Output
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open DORMRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-INPUT-FILES
              CLOSE Card-Output
              CLOSE Letter-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-CUSTOMER
           PERFORM CLASSIFY-ONE-CUSTOMER
               UNTIL FILEA-EOF

           PERFORM WRITE-BAND-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS

           PERFORM CLOSE-INPUT-FILES
           CLOSE Card-Output.
           CLOSE Letter-Output.
           CLOSE Report-Output.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       CLOSE-INPUT-FILES SECTION.
           CLOSE Filea-VSAM.
           CLOSE Cust-Xref.
           CLOSE Loan-History.
           CLOSE Trade-Ledger.
       CLOSE-INPUT-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ORDER-ACTIVITY - one pass over ORDHIST keeping the latest *
      * order date for each catalog userid. The order-number control   *
      * record (order zero) carries no userid and is passed by.        *
      *----------------------------------------------------------------*
       LOAD-ORDER-ACTIVITY SECTION.
           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-INPUT-FILES
              GOBACK
           END-IF
           MOVE 'N' TO WS-ORDER-EOF-SW
           PERFORM LOAD-ONE-ORDER
               UNTIL ORDHIST-EOF
           CLOSE Order-History
           .
       LOAD-ORDER-ACTIVITY-EXIT.
           EXIT.

       LOAD-ONE-ORDER SECTION.
           READ Order-History NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF-SW
           END-READ
           IF ORDHIST-EOF
              GO TO LOAD-ONE-ORDER-EXIT
           END-IF
           IF ORDHIST-ORDER-NUMBER = 0
              OR ORDHIST-USERID = SPACES
              OR ORDHIST-DATE IS NOT NUMERIC
              GO TO LOAD-ONE-ORDER-EXIT
           END-IF
           MOVE ORDHIST-DATE(5:4) TO WS-ORD-YYYY
           MOVE ORDHIST-DATE(1:2) TO WS-ORD-MM
           MOVE ORDHIST-DATE(3:2) TO WS-ORD-DD

           MOVE 'N' TO WS-TABLE-FOUND-SW
           IF OT-ENTRY-COUNT > 0
              SET OT-IX TO 1
              SEARCH OT-ENTRY
                  WHEN OT-IX > OT-ENTRY-COUNT
                      CONTINUE
                  WHEN OT-USERID(OT-IX) = ORDHIST-USERID
                      MOVE 'Y' TO WS-TABLE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT TABLE-ENTRY-FOUND
              IF OT-ENTRY-COUNT >= 2000
                 DISPLAY "ERROR: order activity table full at 2000"
                 MOVE 16 TO RETURN-CODE
                 CLOSE Order-History
                 PERFORM CLOSE-INPUT-FILES
                 GOBACK
              END-IF
              ADD 1 TO OT-ENTRY-COUNT
              SET OT-IX TO OT-ENTRY-COUNT
              MOVE ORDHIST-USERID TO OT-USERID(OT-IX)
              MOVE SPACES TO OT-LAST-DATE(OT-IX)
           END-IF
           IF WS-ORDER-YMD > OT-LAST-DATE(OT-IX)
              MOVE WS-ORDER-YMD TO OT-LAST-DATE(OT-IX)
           END-IF
           .
       LOAD-ONE-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-CASH-ACTIVITY - one pass over CASHMOVE keeping the latest *
      * movement date for each trader userid.                          *
      *----------------------------------------------------------------*
       LOAD-CASH-ACTIVITY SECTION.
           OPEN INPUT Cash-Movements
           IF NOT CASHMOVE-NORMAL
              DISPLAY "ERROR: unable to open CASHMOVE, status="
                      CASHMOVE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-INPUT-FILES
              GOBACK
           END-IF
           MOVE 'N' TO WS-CASH-EOF-SW
           PERFORM LOAD-ONE-CASH-MOVEMENT
               UNTIL CASHMOVE-EOF
           CLOSE Cash-Movements
           .
       LOAD-CASH-ACTIVITY-EXIT.
           EXIT.

       LOAD-ONE-CASH-MOVEMENT SECTION.
           READ Cash-Movements
              AT END
                 MOVE 'Y' TO WS-CASH-EOF-SW
           END-READ
           IF CASHMOVE-EOF
              GO TO LOAD-ONE-CASH-MOVEMENT-EXIT
           END-IF

           MOVE 'N' TO WS-TABLE-FOUND-SW
           IF CM-ENTRY-COUNT > 0
              SET CM-IX TO 1
              SEARCH CM-ENTRY
                  WHEN CM-IX > CM-ENTRY-COUNT
                      CONTINUE
                  WHEN CM-USERID(CM-IX) = CASHMOVE-USERID
                      MOVE 'Y' TO WS-TABLE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT TABLE-ENTRY-FOUND
              IF CM-ENTRY-COUNT >= 2000
                 DISPLAY "ERROR: cash activity table full at 2000"
                 MOVE 16 TO RETURN-CODE
                 CLOSE Cash-Movements
                 PERFORM CLOSE-INPUT-FILES
                 GOBACK
              END-IF
              ADD 1 TO CM-ENTRY-COUNT
              SET CM-IX TO CM-ENTRY-COUNT
              MOVE CASHMOVE-USERID TO CM-USERID(CM-IX)
              MOVE SPACES TO CM-LAST-DATE(CM-IX)
           END-IF
           IF CASHMOVE-TIMESTAMP(1:8) > CM-LAST-DATE(CM-IX)
              MOVE CASHMOVE-TIMESTAMP(1:8) TO CM-LAST-DATE(CM-IX)
           END-IF
           .
       LOAD-ONE-CASH-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * READ-NEXT-CUSTOMER - reads forward through FILEA.              *
      *----------------------------------------------------------------*
       READ-NEXT-CUSTOMER SECTION.
           READ Filea-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-FILEA-EOF-SW
           END-READ
           IF NOT FILEA-EOF
              ADD 1 TO RC-FILEA-READ
           END-IF
           .
       READ-NEXT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CLASSIFY-ONE-CUSTOMER - finds the customer's latest activity   *
      * across FILEA and the linked stores, and marks or un-marks them *
      * when that puts them on the other side of the cutoff.           *
      *----------------------------------------------------------------*
       CLASSIFY-ONE-CUSTOMER SECTION.
           IF FILEA-DELETED
              ADD 1 TO RC-DELETED-SKIPPED
              GO TO CLASSIFY-ONE-CUSTOMER-NEXT
           END-IF

           MOVE SPACES TO WS-LAST-ACTIVITY
           MOVE SPACES TO WS-LAST-SOURCE

      * The customer's own last update; while this run's marker
      * stands, a dormancy period before the day it was set.
           MOVE LAST-UPD-DATE OF FileA-record TO WS-CANDIDATE-DATE
           IF FILEA-DORMANT
              AND LAST-UPD-USERID OF FileA-record
                                       = DORMANT-RUN-IDENTITY
              AND LAST-UPD-DATE OF FileA-record IS NUMERIC
              COMPUTE WS-WORK-INT =
                  FUNCTION INTEGER-OF-DATE
                      (FUNCTION NUMVAL(LAST-UPD-DATE OF FileA-record))
                  - WS-DORMANT-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                  TO WS-CANDIDATE-DATE
           END-IF
           MOVE 'FILEA' TO WS-CANDIDATE-SOURCE
           PERFORM TAKE-LATER-ACTIVITY

           MOVE numb OF FileA-record TO CUSTXREF-NUMB
           READ Cust-Xref
           IF CUSTXREF-NORMAL
              MOVE 'Y' TO WS-XREF-FOUND-SW
              PERFORM FIND-LOAN-ACTIVITY
              PERFORM FIND-ORDER-ACTIVITY
              PERFORM FIND-TRADE-ACTIVITY
              PERFORM FIND-CASH-ACTIVITY
           ELSE
              MOVE 'N' TO WS-XREF-FOUND-SW
              ADD 1 TO RC-NO-XREF
           END-IF

           MOVE 'N' TO WS-ACTIVE-SW
           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
              AND WS-LAST-ACTIVITY IS NUMERIC
              MOVE 'Y' TO WS-ACTIVE-SW
           END-IF

           IF CUSTOMER-ACTIVE
              ADD 1 TO RC-ACTIVE
              IF FILEA-DORMANT
                 ADD 1 TO RC-REACTIVATED
                 MOVE SPACE TO WS-CARD-STAT
                 PERFORM WRITE-MARKER-CARD
                 MOVE 'REACTIVATE' TO WS-ACTION
                 PERFORM WRITE-DORMANT-LINE
              END-IF
              GO TO CLASSIFY-ONE-CUSTOMER-NEXT
           END-IF

           ADD 1 TO RC-DORMANT
           PERFORM COUNT-DORMANCY-BAND
           IF NOT FILEA-DORMANT
              ADD 1 TO RC-NEWLY-DORMANT
              MOVE 'Z' TO WS-CARD-STAT
              PERFORM WRITE-MARKER-CARD
              PERFORM WRITE-REACTIVATION-LETTER
              MOVE 'MARK' TO WS-ACTION
              PERFORM WRITE-DORMANT-LINE
           END-IF
           .
       CLASSIFY-ONE-CUSTOMER-NEXT.
           PERFORM READ-NEXT-CUSTOMER.
       CLASSIFY-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TAKE-LATER-ACTIVITY - keeps the candidate date when it is      *
      * later than the latest activity found so far.                   *
      *----------------------------------------------------------------*
       TAKE-LATER-ACTIVITY SECTION.
           IF WS-CANDIDATE-DATE IS NUMERIC
              AND (WS-LAST-ACTIVITY = SPACES
                OR WS-CANDIDATE-DATE > WS-LAST-ACTIVITY)
              MOVE WS-CANDIDATE-DATE TO WS-LAST-ACTIVITY
              MOVE WS-CANDIDATE-SOURCE TO WS-LAST-SOURCE
           END-IF
           .
       TAKE-LATER-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-LOAN-ACTIVITY - the latest LOANHIST decision under the    *
      * customer's loan UID, by the same positioned browse SUBJRPT     *
      * uses; the key runs in time order, so the last match is latest. *
      *----------------------------------------------------------------*
       FIND-LOAN-ACTIVITY SECTION.
           IF CUSTXREF-LOAN-UID = SPACES
              GO TO FIND-LOAN-ACTIVITY-EXIT
           END-IF
           MOVE CUSTXREF-LOAN-UID TO LOANHIST-UID
           MOVE LOW-VALUES TO LOANHIST-TIMESTAMP
           START Loan-History KEY IS NOT LESS THAN
                                  LOANHIST-KEY OF LOANHIST-RECORD
           IF LOANHIST-NORMAL
              MOVE 'N' TO WS-LOAN-DONE-SW
           ELSE
              MOVE 'Y' TO WS-LOAN-DONE-SW
           END-IF
           PERFORM READ-NEXT-LOAN-DECISION
               UNTIL LOAN-SCAN-DONE
           .
       FIND-LOAN-ACTIVITY-EXIT.
           EXIT.

       READ-NEXT-LOAN-DECISION SECTION.
           READ Loan-History NEXT RECORD
           IF NOT LOANHIST-NORMAL
              OR LOANHIST-UID NOT = CUSTXREF-LOAN-UID
              MOVE 'Y' TO WS-LOAN-DONE-SW
              GO TO READ-NEXT-LOAN-DECISION-EXIT
           END-IF
           MOVE LOANHIST-TIMESTAMP(1:8) TO WS-CANDIDATE-DATE
           MOVE 'LOANHIST' TO WS-CANDIDATE-SOURCE
           PERFORM TAKE-LATER-ACTIVITY
           .
       READ-NEXT-LOAN-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-ORDER-ACTIVITY - the latest ORDHIST order under the       *
      * customer's catalog userid.                                     *
      *----------------------------------------------------------------*
       FIND-ORDER-ACTIVITY SECTION.
           IF CUSTXREF-ORDER-USERID = SPACES
              OR OT-ENTRY-COUNT = 0
              GO TO FIND-ORDER-ACTIVITY-EXIT
           END-IF
           SET OT-IX TO 1
           SEARCH OT-ENTRY
               WHEN OT-IX > OT-ENTRY-COUNT
                   CONTINUE
               WHEN OT-USERID(OT-IX) = CUSTXREF-ORDER-USERID
                   MOVE OT-LAST-DATE(OT-IX) TO WS-CANDIDATE-DATE
                   MOVE 'ORDHIST' TO WS-CANDIDATE-SOURCE
                   PERFORM TAKE-LATER-ACTIVITY
           END-SEARCH
           .
       FIND-ORDER-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-TRADE-ACTIVITY - the latest TRDLEDGR trade under the      *
      * customer's trader userid, browsed like the loan decisions.     *
      *----------------------------------------------------------------*
       FIND-TRADE-ACTIVITY SECTION.
           IF CUSTXREF-TRADER-USERID = SPACES
              GO TO FIND-TRADE-ACTIVITY-EXIT
           END-IF
           MOVE CUSTXREF-TRADER-USERID TO TRDLEDGR-USERID
           MOVE ZEROS TO TRDLEDGR-TIMESTAMP
           START Trade-Ledger KEY IS NOT LESS THAN
                                  TRDLEDGR-KEY OF TRDLEDGR-RECORD
           IF TRDLEDGR-NORMAL
              MOVE 'N' TO WS-TRADE-DONE-SW
           ELSE
              MOVE 'Y' TO WS-TRADE-DONE-SW
           END-IF
           PERFORM READ-NEXT-TRADE
               UNTIL TRADE-SCAN-DONE
           .
       FIND-TRADE-ACTIVITY-EXIT.
           EXIT.

       READ-NEXT-TRADE SECTION.
           READ Trade-Ledger NEXT RECORD
           IF NOT TRDLEDGR-NORMAL
              OR TRDLEDGR-USERID NOT = CUSTXREF-TRADER-USERID
              MOVE 'Y' TO WS-TRADE-DONE-SW
              GO TO READ-NEXT-TRADE-EXIT
           END-IF
           MOVE TRDLEDGR-TIMESTAMP(1:8) TO WS-CANDIDATE-DATE
           MOVE 'TRDLEDGR' TO WS-CANDIDATE-SOURCE
           PERFORM TAKE-LATER-ACTIVITY
           .
       READ-NEXT-TRADE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-CASH-ACTIVITY - the latest CASHMOVE movement under the    *
      * customer's trader userid.                                      *
      *----------------------------------------------------------------*
       FIND-CASH-ACTIVITY SECTION.
           IF CUSTXREF-TRADER-USERID = SPACES
              OR CM-ENTRY-COUNT = 0
              GO TO FIND-CASH-ACTIVITY-EXIT
           END-IF
           SET CM-IX TO 1
           SEARCH CM-ENTRY
               WHEN CM-IX > CM-ENTRY-COUNT
                   CONTINUE
               WHEN CM-USERID(CM-IX) = CUSTXREF-TRADER-USERID
                   MOVE CM-LAST-DATE(CM-IX) TO WS-CANDIDATE-DATE
                   MOVE 'CASHMOVE' TO WS-CANDIDATE-SOURCE
                   PERFORM TAKE-LATER-ACTIVITY
           END-SEARCH
           .
       FIND-CASH-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-DORMANCY-BAND - counts the dormant customer under the    *
      * band their days since last activity fall in.                   *
      *----------------------------------------------------------------*
       COUNT-DORMANCY-BAND SECTION.
           IF WS-LAST-ACTIVITY IS NOT NUMERIC
              MOVE 0 TO WS-INACTIVE-DAYS
              ADD 1 TO BC-COUNT(6)
              GO TO COUNT-DORMANCY-BAND-EXIT
           END-IF
           COMPUTE WS-INACTIVE-DAYS = WS-RUN-INT -
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-LAST-ACTIVITY))
           SET BD-IX TO 1
           SEARCH BD-ENTRY
               AT END
                   ADD 1 TO BC-COUNT(5)
               WHEN WS-INACTIVE-DAYS NOT > BD-MAX-DAYS(BD-IX)
                   ADD 1 TO BC-COUNT(BD-IX)
           END-SEARCH
           .
       COUNT-DORMANCY-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-MARKER-CARD - punches the PUT that sets or clears the    *
      * marker: the record as read, with stat from WS-CARD-STAT and    *
      * the stamp read carried back so FILEABAT rejects the card if    *
      * the customer has been changed since.                           *
      *----------------------------------------------------------------*
       WRITE-MARKER-CARD SECTION.
           MOVE SPACES TO REQUEST-DATA
           MOVE CORRESPONDING FileA-record TO REQUEST-DATA
           MOVE 'U' TO REQUEST-TYPE
           MOVE WS-CARD-STAT TO stat OF REQUEST-DATA
           MOVE DORMANT-RUN-IDENTITY TO
                                 REQUEST-USERID OF REQUEST-DATA
           MOVE REQUEST-DATA(1:105) TO CARD-OUTPUT-RECORD
           WRITE CARD-OUTPUT-RECORD
           IF NOT DORMTXN-NORMAL
              DISPLAY "ERROR: DORMTXN write failed, status="
                      DORMTXN-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO RC-CARDS-WRITTEN
           END-IF
           .
       WRITE-MARKER-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-REACTIVATION-LETTER - one print-ready letter to a newly  *
      * dormant customer.                                              *
      *----------------------------------------------------------------*
       WRITE-REACTIVATION-LETTER SECTION.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE numb OF FileA-record TO LT-NUMB
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-HEAD-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE name OF FileA-record TO LT-ADDRESS
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-ADDRESS-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE addrx OF FileA-record TO LT-ADDRESS
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-ADDRESS-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE name OF FileA-record TO LT-NAME
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'WE HAVE NOT SEEN ANY ACTIVITY ON YOUR ACCOUNT FOR A LON
      -         'G TIME.' TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           IF WS-LAST-ACTIVITY IS NUMERIC
              MOVE WS-LAST-ACTIVITY TO LT-LAST-ACTIVITY
              MOVE SPACES TO LETTER-LINE
              MOVE WS-LETTER-SINCE-LINE TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'YOUR ACCOUNT HAS NOW BEEN RECORDED AS DORMANT. TO REACT
      -         'IVATE IT, SIMPLY' TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'CONTACT US OR USE ANY OF OUR SERVICES AGAIN.'
               TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           ADD 1 TO RC-LETTERS
           .
       WRITE-REACTIVATION-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-DORMANT-LINE SECTION.
           MOVE WS-ACTION TO DL-ACTION
           MOVE numb OF FileA-record TO DL-NUMB
           MOVE name OF FileA-record TO DL-NAME
           MOVE WS-LAST-ACTIVITY TO DL-LAST-ACTIVITY
           MOVE WS-LAST-SOURCE TO DL-SOURCE
           IF WS-LAST-ACTIVITY IS NUMERIC
              COMPUTE WS-INACTIVE-DAYS = WS-RUN-INT -
                  FUNCTION INTEGER-OF-DATE
                      (FUNCTION NUMVAL(WS-LAST-ACTIVITY))
           ELSE
              MOVE 0 TO WS-INACTIVE-DAYS
           END-IF
           MOVE WS-INACTIVE-DAYS TO DL-DAYS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DORMANT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-DORMANT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-DORMANT-DAYS TO RT-DORMANT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-BAND-SUMMARY - every customer dormant at this run, newly *
      * marked or already marked, by time since their last activity.   *
      *----------------------------------------------------------------*
       WRITE-BAND-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BAND-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-BAND-LINE
               VARYING BD-IX FROM 1 BY 1
               UNTIL BD-IX > 6
           .
       WRITE-BAND-SUMMARY-EXIT.
           EXIT.

       WRITE-ONE-BAND-LINE SECTION.
           MOVE BD-LABEL(BD-IX) TO BL-LABEL
           MOVE BC-COUNT(BD-IX) TO BL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BAND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ONE-BAND-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'FILEA RECORDS READ:         ' TO CN-LABEL.
           MOVE RC-FILEA-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DELETED, NOT CLASSIFIED:    ' TO CN-LABEL.
           MOVE RC-DELETED-SKIPPED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'NO CUSTXREF LINKS:          ' TO CN-LABEL.
           MOVE RC-NO-XREF TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'ACTIVE:                     ' TO CN-LABEL.
           MOVE RC-ACTIVE TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DORMANT:                    ' TO CN-LABEL.
           MOVE RC-DORMANT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'NEWLY MARKED DORMANT:       ' TO CN-LABEL.
           MOVE RC-NEWLY-DORMANT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'REACTIVATED, UN-MARKED:     ' TO CN-LABEL.
           MOVE RC-REACTIVATED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DORMTXN CARDS WRITTEN:      ' TO CN-LABEL.
           MOVE RC-CARDS-WRITTEN TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'REACTIVATION LETTERS:       ' TO CN-LABEL.
           MOVE RC-LETTERS TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           DISPLAY "======================================"
           DISPLAY " FADORMNT End-of-job reconciliation"
           DISPLAY "   Cutoff date          : " WS-CUTOFF-DATE
           DISPLAY "   FILEA records read   : " RC-FILEA-READ
           DISPLAY "   Deleted, skipped     : " RC-DELETED-SKIPPED
           DISPLAY "   No CUSTXREF links    : " RC-NO-XREF
           DISPLAY "   Active               : " RC-ACTIVE
           DISPLAY "   Dormant              : " RC-DORMANT
           DISPLAY "   Newly marked dormant : " RC-NEWLY-DORMANT
           DISPLAY "   Reactivated          : " RC-REACTIVATED
           DISPLAY "   DORMTXN cards        : " RC-CARDS-WRITTEN
           DISPLAY "   Letters produced     : " RC-LETTERS
           DISPLAY "======================================"
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-COUNT-LINE-EXIT.
           EXIT.

      * Subject-access request extract: for each identity on the
      * SARIN list (the same four-key shape PURGEID takes), assembles
      * everything held about that party into one readable response
      * pack -- the live FILEA record, its FANOTE contact notes and
      * COMPLNT complaints,
      * every AUDITA and AUDARCHV audit image mentioning them, the
      * IMS employee copy RECONEMP compares against (through the
      * same getEmployee operation),
      * the LOANHIST decisions and LOANOFFR offers, and the EMPDIR
      * entry -- closing each pack with a completeness checklist so
      * nothing is missed the way hand-assembled packs miss the
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARCHIVE-STATUS.

           SELECT Contact-Note ASSIGN TO FANOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FANOTE-KEY OF FANOTE-RECORD
              FILE STATUS IS FANOTE-STATUS.

           SELECT Complaint-File ASSIGN TO COMPLNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPLNT-KEY OF COMPLNT-RECORD
              FILE STATUS IS CMPFILE-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05  ARCH-SEQUENCE          PIC X(08).
           05  ARCH-CHAIN-CHECK       PIC X(09).

       FD  Contact-Note.
       COPY FANOTE SUPPRESS.

       FD  Complaint-File.
       COPY COMPLNT SUPPRESS.

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

           88 AUDITA-NORMAL           VALUE '00'.
       01 ARCHIVE-STATUS              PIC X(2).
           88 ARCHIVE-NORMAL          VALUE '00'.
       01 FANOTE-STATUS               PIC X(2).
           88 FANOTE-NORMAL           VALUE '00'.
       01 CMPFILE-STATUS              PIC X(2).
           88 CMPFILE-NORMAL          VALUE '00'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 OFFERS-FILE-STATUS          PIC X(2).
           88 AUDITA-EOF              VALUE 'Y'.
       01 WS-ARCHIVE-EOF-SW           PIC X(01) VALUE 'N'.
           88 ARCHIVE-EOF             VALUE 'Y'.
       01 WS-NOTE-DONE-SW             PIC X(01) VALUE 'N'.
           88 NOTE-SCAN-DONE          VALUE 'Y'.
       01 WS-COMPLAINT-EOF-SW         PIC X(01) VALUE 'N'.
           88 COMPLAINT-EOF           VALUE 'Y'.
       01 WS-LOAN-DONE-SW             PIC X(01) VALUE 'N'.
           88 LOAN-SCAN-DONE          VALUE 'Y'.
       01 WS-OFFER-EOF-SW             PIC X(01) VALUE 'N'.
      * not requested (blank identity), or failed.
       01 WS-CHECKLIST.
           05 CK-FILEA                PIC X(01) VALUE SPACE.
           05 CK-FANOTE               PIC X(01) VALUE SPACE.
           05 CK-COMPLNT              PIC X(01) VALUE SPACE.
           05 CK-IMSCOPY              PIC X(01) VALUE SPACE.
           05 CK-AUDITA               PIC X(01) VALUE SPACE.
           05 CK-AUDARCHV             PIC X(01) VALUE SPACE.

      * Per-pack counters.
       01 WS-PACK-COUNTS.
           05 PK-NOTE-COUNT           PIC 9(06) VALUE 0.
           05 PK-COMPLAINT-COUNT      PIC 9(06) VALUE 0.
           05 PK-AUDIT-COUNT          PIC 9(06) VALUE 0.
           05 PK-ARCH-COUNT           PIC 9(06) VALUE 0.
           05 PK-LOAN-COUNT           PIC 9(06) VALUE 0.
           05 FILLER              PIC X(10) VALUE '  AMOUNT: '.
           05 AL-AMOUNT           PIC X(08).

       01 WS-NOTE-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 NL-TIMESTAMP        PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 NL-CATEGORY         PIC X(10).
           05 NL-USERID           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 NL-TEXT             PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 NL-MERGED-FROM      PIC X(14).

       01 WS-COMPLAINT-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CP-NUMBER           PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RECEIVED '.
           05 CP-RECEIVED         PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CP-CATEGORY         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CP-STATUS           PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CP-OUTCOME          PIC X(12).
           05 FILLER              PIC X(10) VALUE '  REDRESS '.
           05 CP-REDRESS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CP-MERGED-FROM      PIC X(11).

       01 WS-COMPLAINT-TEXT-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 CX-LABEL            PIC X(09).
           05 CX-TEXT             PIC X(60).

       01 WS-LOAN-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LL-TIMESTAMP        PIC X(16).

           PERFORM WRITE-PACK-HEADER
           PERFORM EXTRACT-FILEA-RECORD
           PERFORM EXTRACT-CONTACT-NOTES
           PERFORM EXTRACT-COMPLAINTS
           PERFORM EXTRACT-IMS-COPY
           PERFORM EXTRACT-AUDIT-TRAIL
           PERFORM EXTRACT-ARCHIVE-TRAIL
           PERFORM WRITE-COMPLETENESS-CHECKLIST

           IF CK-FILEA = 'F' OR CK-IMSCOPY = 'F'
              OR CK-FANOTE = 'F' OR CK-COMPLNT = 'F'
              OR CK-AUDITA = 'F' OR CK-AUDARCHV = 'F'
              OR CK-LOANHIST = 'F' OR CK-LOANOFFR = 'F'
              OR CK-EMPDIR = 'F'
       WRITE-FILEA-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EXTRACT-CONTACT-NOTES - every FANOTE contact note keyed under  *
      * the party's FileA NUMB, oldest first, using the same           *
      * positioned browse PURGEID uses. A note carried over by a       *
      * FILEAMRG merge shows the NUMB it was first written against.    *
      *----------------------------------------------------------------*
       EXTRACT-CONTACT-NOTES SECTION.
           MOVE 'FANOTE CONTACT NOTES' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF SJ-FILEA-NUMB = SPACES
              MOVE 'N' TO CK-FANOTE
              MOVE '  (no FileA identity supplied)' TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO EXTRACT-CONTACT-NOTES-EXIT
           END-IF

           OPEN INPUT Contact-Note
           IF NOT FANOTE-NORMAL
              MOVE 'F' TO CK-FANOTE
              DISPLAY "ERROR: unable to open FANOTE, status="
                      FANOTE-STATUS
              GO TO EXTRACT-CONTACT-NOTES-EXIT
           END-IF

           MOVE SJ-FILEA-NUMB TO FANOTE-NUMB
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP
           START Contact-Note KEY IS NOT LESS THAN
                                  FANOTE-KEY OF FANOTE-RECORD
           IF FANOTE-NORMAL
              MOVE 'N' TO WS-NOTE-DONE-SW
           ELSE
              MOVE 'Y' TO WS-NOTE-DONE-SW
           END-IF
           PERFORM REPORT-ONE-CONTACT-NOTE
               UNTIL NOTE-SCAN-DONE
           CLOSE Contact-Note

           IF PK-NOTE-COUNT = 0
              MOVE 'E' TO CK-FANOTE
              MOVE '  (no contact notes for this NUMB)'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE 'Y' TO CK-FANOTE
           END-IF
           .
       EXTRACT-CONTACT-NOTES-EXIT.
           EXIT.

       REPORT-ONE-CONTACT-NOTE SECTION.
           READ Contact-Note NEXT RECORD
           IF NOT FANOTE-NORMAL
              MOVE 'Y' TO WS-NOTE-DONE-SW
           ELSE
              IF FANOTE-NUMB = SJ-FILEA-NUMB
                 ADD 1 TO PK-NOTE-COUNT
                 MOVE FANOTE-TIMESTAMP TO NL-TIMESTAMP
                 EVALUATE TRUE
                    WHEN FANOTE-CALL
                       MOVE 'CALL      ' TO NL-CATEGORY
                    WHEN FANOTE-LETTER
                       MOVE 'LETTER    ' TO NL-CATEGORY
                    WHEN FANOTE-COMPLAINT
                       MOVE 'COMPLAINT ' TO NL-CATEGORY
                    WHEN FANOTE-FRAUD-ALERT
                       MOVE 'FRAUD     ' TO NL-CATEGORY
                    WHEN OTHER
                       MOVE 'NOTE      ' TO NL-CATEGORY
                 END-EVALUATE
                 MOVE FANOTE-USERID TO NL-USERID
                 MOVE FANOTE-TEXT TO NL-TEXT
                 MOVE SPACES TO NL-MERGED-FROM
                 IF FANOTE-MERGED-FROM NOT = SPACES
                    STRING 'FROM ' FANOTE-MERGED-FROM
                           DELIMITED BY SIZE INTO NL-MERGED-FROM
                 END-IF
                 MOVE SPACES TO REPORT-LINE
                 MOVE WS-NOTE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              ELSE
                 MOVE 'Y' TO WS-NOTE-DONE-SW
              END-IF
           END-IF
           .
       REPORT-ONE-CONTACT-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EXTRACT-COMPLAINTS - every COMPLNT complaint held under the    *
      * party's FileA NUMB with its summary, last note and outcome.   *
      * The register is keyed by complaint number, so it is read end  *
      * to end. A complaint carried over by a FILEAMRG merge shows    *
      * the NUMB it was first logged against.                         *
      *----------------------------------------------------------------*
       EXTRACT-COMPLAINTS SECTION.
           MOVE 'COMPLNT COMPLAINTS' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           IF SJ-FILEA-NUMB = SPACES
              MOVE 'N' TO CK-COMPLNT
              MOVE '  (no FileA identity supplied)' TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO EXTRACT-COMPLAINTS-EXIT
           END-IF

           OPEN INPUT Complaint-File
           IF NOT CMPFILE-NORMAL
              MOVE 'F' TO CK-COMPLNT
              DISPLAY "ERROR: unable to open COMPLNT, status="
                      CMPFILE-STATUS
              GO TO EXTRACT-COMPLAINTS-EXIT
           END-IF

           MOVE 'N' TO WS-COMPLAINT-EOF-SW
           PERFORM REPORT-ONE-COMPLAINT
               UNTIL COMPLAINT-EOF
           CLOSE Complaint-File

           IF PK-COMPLAINT-COUNT = 0
              MOVE 'E' TO CK-COMPLNT
              MOVE '  (no complaints for this NUMB)'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE 'Y' TO CK-COMPLNT
           END-IF
           .
       EXTRACT-COMPLAINTS-EXIT.
           EXIT.

      * Complaint number zero is the number-range control record.
       REPORT-ONE-COMPLAINT SECTION.
           READ Complaint-File NEXT RECORD
           IF NOT CMPFILE-NORMAL
              MOVE 'Y' TO WS-COMPLAINT-EOF-SW
              GO TO REPORT-ONE-COMPLAINT-EXIT
           END-IF
           IF COMPLNT-NUMBER = 0
              OR COMPLNT-NUMB NOT = SJ-FILEA-NUMB
              GO TO REPORT-ONE-COMPLAINT-EXIT
           END-IF

           ADD 1 TO PK-COMPLAINT-COUNT
           MOVE COMPLNT-NUMBER TO CP-NUMBER
           MOVE COMPLNT-RECEIVED-DATE TO CP-RECEIVED
           MOVE COMPLNT-CATEGORY TO CP-CATEGORY
           MOVE SPACES TO CP-STATUS
           IF COMPLNT-CLOSED
              STRING 'CLOSED ' COMPLNT-CLOSED-DATE
                     DELIMITED BY SIZE INTO CP-STATUS
           ELSE
              MOVE 'OPEN' TO CP-STATUS
           END-IF
           EVALUATE TRUE
              WHEN COMPLNT-UPHELD
                 MOVE 'UPHELD      ' TO CP-OUTCOME
              WHEN COMPLNT-PART-UPHELD
                 MOVE 'PART UPHELD ' TO CP-OUTCOME
              WHEN COMPLNT-NOT-UPHELD
                 MOVE 'NOT UPHELD  ' TO CP-OUTCOME
              WHEN OTHER
                 MOVE SPACES TO CP-OUTCOME
           END-EVALUATE
           MOVE COMPLNT-REDRESS-PAID TO CP-REDRESS
           MOVE SPACES TO CP-MERGED-FROM
           IF COMPLNT-MERGED-FROM NOT = SPACES
              STRING 'FROM ' COMPLNT-MERGED-FROM
                     DELIMITED BY SIZE INTO CP-MERGED-FROM
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COMPLAINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF NOT COMPLNT-NO-LINK
              MOVE 'ABOUT    ' TO CX-LABEL
              MOVE SPACES TO CX-TEXT
              EVALUATE TRUE
                 WHEN COMPLNT-ABOUT-LOAN
                    STRING 'LOAN ' COMPLNT-LINK-REF
                           DELIMITED BY SIZE INTO CX-TEXT
                 WHEN COMPLNT-ABOUT-ORDER
                    STRING 'ORDER ' COMPLNT-ORDER-NUMBER
                           ' LINE ' COMPLNT-ORDER-LINE
                           DELIMITED BY SIZE INTO CX-TEXT
                 WHEN OTHER
                    STRING 'TRADE ' COMPLNT-LINK-REF
                           DELIMITED BY SIZE INTO CX-TEXT
              END-EVALUATE
              PERFORM WRITE-COMPLAINT-TEXT-LINE
           END-IF
           MOVE 'SUMMARY  ' TO CX-LABEL
           MOVE COMPLNT-SUMMARY TO CX-TEXT
           PERFORM WRITE-COMPLAINT-TEXT-LINE
           IF COMPLNT-LAST-NOTE NOT = SPACES
              MOVE 'LAST NOTE' TO CX-LABEL
              MOVE COMPLNT-LAST-NOTE TO CX-TEXT
              PERFORM WRITE-COMPLAINT-TEXT-LINE
           END-IF
           .
       REPORT-ONE-COMPLAINT-EXIT.
           EXIT.

       WRITE-COMPLAINT-TEXT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COMPLAINT-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-COMPLAINT-TEXT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EXTRACT-IMS-COPY - the IMS employee copy, through the same     *
      * getEmployee operation RECONEMP reconciles against.             *
              IF LOANOFFR-NAME = WS-SUBJECT-NAME
                 ADD 1 TO PK-OFFER-COUNT
                 MOVE LOANOFFR-NUMBER TO OL-NUMBER
                 EVALUATE TRUE
                    WHEN LOANOFFR-ACCEPTED
                       MOVE 'ACCEPTED' TO OL-STATUS
                    WHEN LOANOFFR-LAPSED
                       MOVE 'LAPSED  ' TO OL-STATUS
                    WHEN OTHER
                       MOVE 'OPEN    ' TO OL-STATUS
                 END-EVALUATE
                 MOVE LOANOFFR-AMOUNT TO OL-AMOUNT
                 MOVE LOANOFFR-EXPIRY-DATE TO OL-EXPIRY
                 MOVE SPACES TO REPORT-LINE
              MOVE 'ZIP CODE  ' TO FL-LABEL
              MOVE EMPDIR-ZIP-CODE TO FL-VALUE
              PERFORM WRITE-FILEA-LINE
              MOVE 'DEPARTMENT' TO FL-LABEL
              MOVE EMPDIR-DEPARTMENT TO FL-VALUE
              PERFORM WRITE-FILEA-LINE
              MOVE 'JOB TITLE ' TO FL-LABEL
              MOVE EMPDIR-JOB-TITLE TO FL-VALUE
              PERFORM WRITE-FILEA-LINE
              MOVE 'LOCATION  ' TO FL-LABEL
              MOVE EMPDIR-LOCATION TO FL-VALUE
              PERFORM WRITE-FILEA-LINE
              MOVE 'MANAGER   ' TO FL-LABEL
              MOVE EMPDIR-MANAGER TO FL-VALUE
              PERFORM WRITE-FILEA-LINE
           ELSE
              MOVE 'E' TO CK-EMPDIR
              MOVE '  (no directory entry for this name)'
           MOVE 'FILEA     ' TO CL-STORE.
           MOVE CK-FILEA TO WS-CHECK-TEXT(1:1).
           PERFORM WRITE-ONE-CHECK-LINE.
           MOVE 'FANOTE    ' TO CL-STORE.
           MOVE CK-FANOTE TO WS-CHECK-TEXT(1:1).
           PERFORM WRITE-ONE-CHECK-LINE.
           MOVE 'COMPLNT   ' TO CL-STORE.
           MOVE CK-COMPLNT TO WS-CHECK-TEXT(1:1).
           PERFORM WRITE-ONE-CHECK-LINE.
           MOVE 'IMS COPY  ' TO CL-STORE.
           MOVE CK-IMSCOPY TO WS-CHECK-TEXT(1:1).
           PERFORM WRITE-ONE-CHECK-LINE.
           MOVE CK-EMPDIR TO WS-CHECK-TEXT(1:1).
           PERFORM WRITE-ONE-CHECK-LINE.

           MOVE 'CONTACT NOTES:              ' TO CN-LABEL.
           MOVE PK-NOTE-COUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'COMPLAINTS:                 ' TO CN-LABEL.
           MOVE PK-COMPLAINT-COUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'AUDIT ENTRIES (LIVE):       ' TO CN-LABEL.
           MOVE PK-AUDIT-COUNT TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.

              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS STKT-NEW-STATUS.

           SELECT Note-Input ASSIGN TO FANOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FANOTE-KEY OF FANOTE-RECORD
              FILE STATUS IS NOTE-IN-STATUS.

           SELECT Note-Archive ASSIGN TO FANOTARC
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTE-ARCH-STATUS.

           SELECT Note-Survivors ASSIGN TO FANOTNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTE-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Policy-Cards
       FD  Stkt-Survivors.
       01  STKT-NEW-RECORD            PIC X(051).

       FD  Note-Input.
       COPY FANOTE SUPPRESS.

       FD  Note-Archive.
       01  NOTE-ARCH-RECORD           PIC X(097).

       FD  Note-Survivors.
       01  NOTE-NEW-RECORD            PIC X(097).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
       01 STKT-IN-STATUS          PIC X(2).
       01 STKT-ARCH-STATUS        PIC X(2).
       01 STKT-NEW-STATUS         PIC X(2).
       01 NOTE-IN-STATUS          PIC X(2).
       01 NOTE-ARCH-STATUS        PIC X(2).
       01 NOTE-NEW-STATUS         PIC X(2).
       01 HOLDS-STATUS                PIC X(2).
           88 HOLDS-NORMAL            VALUE '00'.
           88 HOLDS-NO-FILE           VALUE '35'.
               10 HT-TRADER-USERID    PIC X(60).
               10 HT-LAST-NAME        PIC X(10).
               10 HT-FIRST-NAME       PIC X(10).
               10 HT-FILEA-NUMB       PIC X(06).
       01 WS-HELD-SW                  PIC X(01).
           88 RECORD-HELD             VALUE 'Y'.
       01 WS-CHECK-USERID             PIC X(60).
       01 WS-CHECK-LAST-NAME          PIC X(10).
       01 WS-CHECK-FIRST-NAME         PIC X(10).
       01 WS-CHECK-NUMB               PIC X(06) VALUE SPACES.

      * One summary slot per policy card, printed at end of job.
       01 WS-SUMMARY-TABLE.
                   PERFORM AGE-EMP-STORE
               WHEN 'STKTVAR'
                   PERFORM AGE-STKT-STORE
               WHEN 'FANOTE'
                   PERFORM AGE-NOTE-STORE
               WHEN OTHER
                   DISPLAY "RETAIN: no ager for store " PC-STORE
                   ADD 1 TO RC-CARDS-BAD
           SET HT-IX TO HT-ENTRY-COUNT
           MOVE LEGLHOLD-TRADER-USERID TO HT-TRADER-USERID(HT-IX)
           MOVE LEGLHOLD-LAST-NAME TO HT-LAST-NAME(HT-IX)
           MOVE LEGLHOLD-FIRST-NAME TO HT-FIRST-NAME(HT-IX)
           MOVE LEGLHOLD-FILEA-NUMB TO HT-FILEA-NUMB(HT-IX).
       LOAD-ONE-LEGAL-HOLD-EXIT.
           EXIT.

                    OR (WS-CHECK-LAST-NAME NOT = SPACES
                    AND WS-CHECK-LAST-NAME = HT-LAST-NAME(HT-IX)
                    AND WS-CHECK-FIRST-NAME = HT-FIRST-NAME(HT-IX))
                    OR (WS-CHECK-NUMB NOT = SPACES
                    AND WS-CHECK-NUMB = HT-FILEA-NUMB(HT-IX))
                   MOVE 'Y' TO WS-HELD-SW
           END-SEARCH.
       CHECK-RECORD-HELD-EXIT.
       AGE-ONE-STKT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FANOTE contact-note retention. Notes are dated by their key    *
      * timestamp; a held customer's notes are kept by FileA NUMB.     *
      *----------------------------------------------------------------*
       AGE-NOTE-STORE SECTION.

           OPEN INPUT Note-Input
           IF NOT NOTE-IN-STATUS = '00'
              DISPLAY "RETAIN: FANOTE unavailable, status="
                      NOTE-IN-STATUS
              ADD 1 TO RC-STORES-SKIPPED
              GO TO AGE-NOTE-STORE-EXIT
           END-IF
           OPEN OUTPUT Note-Survivors
           IF NOT NOTE-NEW-STATUS = '00'
              DISPLAY "RETAIN: ERROR OPENING FANOTNEW, STATUS="
                      NOTE-NEW-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF POLICY-ARCHIVES
              OPEN EXTEND Note-Archive
              IF NOT NOTE-ARCH-STATUS = '00'
                 DISPLAY "RETAIN: ERROR OPENING FANOTARC, STATUS="
                         NOTE-ARCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           MOVE 'N' TO WS-STORE-EOF-SW
           PERFORM AGE-ONE-NOTE-RECORD
               UNTIL STORE-EOF

           CLOSE Note-Input
           CLOSE Note-Survivors
           IF POLICY-ARCHIVES
              CLOSE Note-Archive
           END-IF.
       AGE-NOTE-STORE-EXIT.
           EXIT.

       AGE-ONE-NOTE-RECORD SECTION.

           READ Note-Input
               AT END
                   MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO AGE-ONE-NOTE-RECORD-EXIT
           END-IF
           ADD 1 TO WS-EXAMINED

           MOVE FANOTE-TIMESTAMP(1:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE >= WS-CUTOFF-DATE
              ADD 1 TO WS-KEPT
              WRITE NOTE-NEW-RECORD FROM FANOTE-RECORD
              GO TO AGE-ONE-NOTE-RECORD-EXIT
           END-IF

           MOVE SPACES TO WS-CHECK-USERID
                          WS-CHECK-LAST-NAME
                          WS-CHECK-FIRST-NAME
           MOVE FANOTE-NUMB TO WS-CHECK-NUMB
           PERFORM CHECK-RECORD-HELD
           MOVE SPACES TO WS-CHECK-NUMB
           IF RECORD-HELD
              ADD 1 TO WS-HELD
              WRITE NOTE-NEW-RECORD FROM FANOTE-RECORD
              GO TO AGE-ONE-NOTE-RECORD-EXIT
           END-IF

           IF POLICY-ARCHIVES
              ADD 1 TO WS-ARCHIVED
              WRITE NOTE-ARCH-RECORD FROM FANOTE-RECORD
           ELSE
              ADD 1 TO WS-PURGED
           END-IF.
       AGE-ONE-NOTE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The retention compliance record: per-store counts.             *
      *----------------------------------------------------------------*

      * released; the nightly jobs stop protecting the party only
      * then. Placing over an existing reference, or releasing an
      * unknown or already-released hold, rejects the card and the
      * job ends rc 8 so legal sees it. So does a card naming a
      * userid whose legal-hold access was withdrawn at access
      * recertification (on ACCREVOK under LEGLHOLD).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS LEGLHOLD-KEY OF LEGLHOLD-RECORD
              FILE STATUS IS HOLDS-STATUS.

           SELECT Access-Revoked ASSIGN TO ACCREVOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCREVOK-KEY OF ACCREVOK-RECORD
              FILE STATUS IS ACCREVOK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Hold-Cards
       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.

       FD  Access-Revoked.
       COPY ACCREVOK SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
           88 HOLDS-NOT-FOUND         VALUE '23'.
           88 HOLDS-DUPLICATE         VALUE '22'.
           88 HOLDS-NO-FILE           VALUE '35'.
       01 ACCREVOK-FILE-STATUS        PIC X(2).
           88 ACCREVOK-NORMAL         VALUE '00'.
           88 ACCREVOK-NO-FILE        VALUE '35'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 CARDS-EOF               VALUE 'Y'.
       01 WS-ACCREVOK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 ACCREVOK-OPEN           VALUE 'Y'.
       01 WS-ACCESS-SW                PIC X(01) VALUE 'Y'.
           88 HOLD-ACCESS-HELD        VALUE 'Y'.
       01 WS-CHECK-USERID             PIC X(08).

       01 WS-TODAY                    PIC 9(08).

              GOBACK
           END-IF

           OPEN INPUT Access-Revoked
           IF ACCREVOK-NORMAL
              MOVE 'Y' TO WS-ACCREVOK-OPEN-SW
           ELSE
              IF NOT ACCREVOK-NO-FILE
                 DISPLAY "WARNING: ACCREVOK unavailable, status="
                         ACCREVOK-FILE-STATUS
              END-IF
           END-IF

           PERFORM PROCESS-ONE-CARD
               UNTIL CARDS-EOF

           CLOSE Hold-Cards
           CLOSE Legal-Holds
           IF ACCREVOK-OPEN
              CLOSE Access-Revoked
           END-IF

           DISPLAY "======================================"
           DISPLAY " HOLDREL End-of-job reconciliation"
              ADD 1 TO RC-CARDS-REJECTED
              GO TO PLACE-HOLD-EXIT
           END-IF
           MOVE HCA-PLACED-BY TO WS-CHECK-USERID
           PERFORM CHECK-HOLD-ACCESS
           IF NOT HOLD-ACCESS-HELD
              ADD 1 TO RC-CARDS-REJECTED
              GO TO PLACE-HOLD-EXIT
           END-IF

           MOVE HC-REFERENCE TO LEGLHOLD-REFERENCE
           MOVE HCA-FILEA-NUMB TO LEGLHOLD-FILEA-NUMB
              ADD 1 TO RC-CARDS-REJECTED
              GO TO RELEASE-HOLD-EXIT
           END-IF
           MOVE HCR-REQUESTED-BY TO WS-CHECK-USERID
           PERFORM CHECK-HOLD-ACCESS
           IF HOLD-ACCESS-HELD
              MOVE HCR-CONFIRMED-BY TO WS-CHECK-USERID
              PERFORM CHECK-HOLD-ACCESS
           END-IF
           IF NOT HOLD-ACCESS-HELD
              ADD 1 TO RC-CARDS-REJECTED
              GO TO RELEASE-HOLD-EXIT
           END-IF

           MOVE HC-REFERENCE TO LEGLHOLD-REFERENCE
           READ Legal-Holds
                   HCR-CONFIRMED-BY.
       RELEASE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-HOLD-ACCESS - a userid whose legal-hold access was       *
      * revoked or suspended at access recertification may not place   *
      * or release a hold.                                             *
      *----------------------------------------------------------------*
       CHECK-HOLD-ACCESS SECTION.

           MOVE 'Y' TO WS-ACCESS-SW
           IF NOT ACCREVOK-OPEN
              GO TO CHECK-HOLD-ACCESS-EXIT
           END-IF

           MOVE 'LEGLHOLD' TO ACCREVOK-STORE
           MOVE WS-CHECK-USERID TO ACCREVOK-USERID
           READ Access-Revoked
           IF ACCREVOK-NORMAL
              MOVE 'N' TO WS-ACCESS-SW
              DISPLAY "HOLDREL: " HC-REFERENCE " userid "
                      WS-CHECK-USERID
                      " access withdrawn at recertification"
           END-IF.
       CHECK-HOLD-ACCESS-EXIT.
           EXIT.

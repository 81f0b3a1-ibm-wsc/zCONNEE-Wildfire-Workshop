       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ACCRAPLY                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRAPLY.
      * Quarterly access recertification apply run. Reads the cycle's
      * ACCRCERT items written by ACCRXTR and the managers' marked
      * returns (ACCRRTN, the same layout) and acts on each item:
      *   'K' keep    - nothing to do, unless the entitlement was
      *                 suspended at an earlier cycle, when the
      *                 suspension is lifted
      *   'R' revoke  - the entitlement is taken away
      *   unmarked    - once the deadline has passed the entitlement
      *                 is suspended; before it, listed as outstanding
      * A decision only counts when it is returned by the item's own
      * manager for the same cycle, and never by the userid under
      * review; anything else is listed as an exception and the item
      * treated as unmarked.
      *
      * Taking an entitlement away, by store:
      *   USERAUTH  - the trader account is disabled (LOCKED-SW 'D',
      *               re-enabled only through TRADMIN)
      *   ADMNLIST  - the card is left off the new list ADMNNEW
      *   AUTHFILE  - the card is left off the new table AUTHNEW
      *   LNPOLICY, LNRATES, LEGLHOLD - the userid goes on ACCREVOK,
      *               which LNPMNT, LNRMNT and HOLDREL refuse
      * ADMNNEW and AUTHNEW are always complete copies; the following
      * step copies them back over ADMNLIST and AUTHFILE, and is
      * bypassed when this run ends rc 8 because a list could not be
      * read. Every change is written to SGNAUDIT ('V' revoked, 'Z'
      * suspended, 'K' reinstated) with the store in SGNAUDIT-LTERM,
      * and listed on ACCRARPT. Re-running the apply changes nothing
      * twice: an entitlement already gone is counted, not audited.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cert-Items ASSIGN TO ACCRCERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACCRCERT-STATUS.

           SELECT Cert-Returns ASSIGN TO ACCRRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACCRRTN-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Admin-List ASSIGN TO ADMNLIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ADMNLIST-FILE-STATUS.

           SELECT Admin-New ASSIGN TO ADMNNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ADMNNEW-STATUS.

           SELECT Entitlements-Input ASSIGN TO AUTHFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUTHFILE-STATUS.

           SELECT Entitlements-New ASSIGN TO AUTHNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUTHNEW-STATUS.

           SELECT Access-Revoked ASSIGN TO ACCREVOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCREVOK-KEY OF ACCREVOK-RECORD
              FILE STATUS IS ACCREVOK-FILE-STATUS.

           SELECT Signon-Audit ASSIGN TO SGNAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SGNAUDIT-STATUS.

           SELECT Report-Output ASSIGN TO ACCRARPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Cert-Items.
       COPY ACCRCERT SUPPRESS.

       FD  Cert-Returns.
       COPY ACCRCERT SUPPRESS REPLACING LEADING ==ACCRCERT-==
                                             BY ==ACCRRTN-==.

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

      * One administrator userid per card, the list TRADERBL's
      * company maintenance and TRADMIN trust.
       FD  Admin-List.
       01  ADMNLIST-RECORD.
           05  ADMNLIST-USERID        PIC X(08).
           05  FILLER                 PIC X(72).

       FD  Admin-New.
       01  ADMNNEW-RECORD             PIC X(80).

      * One entitlement card per userid: which verbs (of G/L/U/P/D)
      * that caller may drive through ATSFILEA.
       FD  Entitlements-Input.
       01  AUTH-INPUT-RECORD.
           05  AUTHIN-USERID          PIC X(08).
           05  FILLER                 PIC X(01).
           05  AUTHIN-VERBS           PIC X(08).
           05  FILLER                 PIC X(63).

       FD  Entitlements-New.
       01  AUTHNEW-RECORD             PIC X(80).

       FD  Access-Revoked.
       COPY ACCREVOK SUPPRESS.

       FD  Signon-Audit.
       COPY SGNAUDIT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ACCRCERT-STATUS             PIC X(2).
           88 ACCRCERT-NORMAL         VALUE '00'.
       01 ACCRRTN-STATUS              PIC X(2).
           88 ACCRRTN-NORMAL          VALUE '00'.
       01 USERAUTH-FILE-STATUS        PIC X(2).
           88 USERAUTH-NORMAL         VALUE '00'.
           88 USERAUTH-NOT-FOUND      VALUE '23'.
       01 ADMNLIST-FILE-STATUS        PIC X(2).
           88 ADMNLIST-NORMAL         VALUE '00'.
       01 ADMNNEW-STATUS              PIC X(2).
           88 ADMNNEW-NORMAL          VALUE '00'.
       01 AUTHFILE-STATUS             PIC X(2).
           88 AUTHFILE-NORMAL         VALUE '00'.
       01 AUTHNEW-STATUS              PIC X(2).
           88 AUTHNEW-NORMAL          VALUE '00'.
       01 ACCREVOK-FILE-STATUS        PIC X(2).
           88 ACCREVOK-NORMAL         VALUE '00'.
           88 ACCREVOK-DUPLICATE      VALUE '22'.
           88 ACCREVOK-NOT-FOUND      VALUE '23'.
           88 ACCREVOK-NO-FILE        VALUE '35'.
       01 SGNAUDIT-STATUS             PIC X(2).
           88 SGNAUDIT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.

       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.
       01 WS-USERAUTH-OPEN-SW         PIC X(01) VALUE 'N'.
           88 USERAUTH-OPEN           VALUE 'Y'.
       01 WS-ACCREVOK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 ACCREVOK-OPEN           VALUE 'Y'.
       01 WS-RETURN-FOUND-SW          PIC X(01) VALUE 'N'.
           88 RETURN-ON-TABLE         VALUE 'Y'.
       01 WS-REMOVAL-FOUND-SW         PIC X(01) VALUE 'N'.
           88 REMOVAL-ON-TABLE        VALUE 'Y'.

       01 WS-TODAY                    PIC 9(08).
       01 WS-TIMESTAMP                PIC 9(14).
       01 WS-CYCLE                    PIC X(06) VALUE SPACES.

      * The managers' returned decisions, by store and userid.
       01 WS-RETURN-TABLE.
           05 RT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 RT-ENTRY OCCURS 5000 TIMES INDEXED BY RT-IX.
               10 RT-CYCLE            PIC X(06).
               10 RT-MANAGER          PIC X(08).
               10 RT-STORE            PIC X(08).
               10 RT-USERID           PIC X(60).
               10 RT-DECISION         PIC X(01).
               10 RT-DECIDED-BY       PIC X(08).

      * Cards to leave off the new ADMNLIST and AUTHFILE, with the
      * audit result and actor to record when the card is dropped.
       01 WS-REMOVAL-TABLE.
           05 RM-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 RM-ENTRY OCCURS 500 TIMES INDEXED BY RM-IX.
               10 RM-STORE            PIC X(08).
               10 RM-USERID           PIC X(08).
               10 RM-RESULT           PIC X(01).
               10 RM-ACTOR            PIC X(08).

      * The withdrawal being applied.
       01 WS-ACTION.
           05 WS-ACTION-TYPE          PIC X(01).
               88 ACTION-REVOKE       VALUE 'R'.
               88 ACTION-SUSPEND      VALUE 'S'.
           05 WS-ACTION-RESULT        PIC X(01).
           05 WS-ACTION-ACTOR         PIC X(08).
           05 WS-ACTION-TEXT          PIC X(12).
       01 WS-CARD-USERID              PIC X(08).
       01 WS-ITEM-STORE               PIC X(08).
       01 WS-ITEM-USERID              PIC X(60).

       01 RECONCILIATION-COUNTS.
           05 RC-ITEMS-READ           PIC 9(06) COMP VALUE 0.
           05 RC-RETURNS-READ         PIC 9(06) COMP VALUE 0.
           05 RC-RETURNS-REJECTED     PIC 9(06) COMP VALUE 0.
           05 RC-KEPT                 PIC 9(06) COMP VALUE 0.
           05 RC-REVOKED              PIC 9(06) COMP VALUE 0.
           05 RC-SUSPENDED            PIC 9(06) COMP VALUE 0.
           05 RC-REINSTATED           PIC 9(06) COMP VALUE 0.
           05 RC-ALREADY-APPLIED      PIC 9(06) COMP VALUE 0.
           05 RC-OUTSTANDING          PIC 9(06) COMP VALUE 0.
           05 RC-NOT-APPLIED          PIC 9(06) COMP VALUE 0.
           05 RC-ADMNLIST-COPIED      PIC 9(06) COMP VALUE 0.
           05 RC-AUTHFILE-COPIED      PIC 9(06) COMP VALUE 0.
           05 RC-LISTS-NOT-WRITTEN    PIC 9(04) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(40) VALUE
              'ACCESS RECERTIFICATION APPLIED - CYCLE  '.
           05 RT-TITLE-CYCLE      PIC X(06).
           05 FILLER              PIC X(06) VALUE '  RUN '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(14) VALUE 'ACTION'.
           05 FILLER              PIC X(10) VALUE 'STORE'.
           05 FILLER              PIC X(62) VALUE 'USERID'.
           05 FILLER              PIC X(10) VALUE 'BY'.
           05 FILLER              PIC X(36) VALUE 'NOTE'.

       01 WS-ACTION-LINE.
           05 AL-ACTION           PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-STORE            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-USERID           PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-BY               PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-NOTE             PIC X(36).

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT Cert-Items
           IF NOT ACCRCERT-NORMAL
              DISPLAY "ACCRAPLY: ERROR OPENING ACCRCERT, STATUS="
                      ACCRCERT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    Every item carries the cycle; the first names it for the
      *    report before the file is read again from the start.
           READ Cert-Items
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT INPUT-EOF
              MOVE ACCRCERT-CYCLE TO WS-CYCLE
           END-IF
           CLOSE Cert-Items
           OPEN INPUT Cert-Items
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ACCRAPLY: ERROR OPENING ACCRARPT, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND Signon-Audit
           IF NOT SGNAUDIT-NORMAL
              DISPLAY "ACCRAPLY: ERROR OPENING SGNAUDIT, STATUS="
                      SGNAUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O User-Auth
           IF USERAUTH-NORMAL
              MOVE 'Y' TO WS-USERAUTH-OPEN-SW
           ELSE
              DISPLAY "WARNING: USERAUTH unavailable, status="
                      USERAUTH-FILE-STATUS
           END-IF

           OPEN I-O Access-Revoked
           IF ACCREVOK-NO-FILE
              OPEN OUTPUT Access-Revoked
              CLOSE Access-Revoked
              OPEN I-O Access-Revoked
           END-IF
           IF ACCREVOK-NORMAL
              MOVE 'Y' TO WS-ACCREVOK-OPEN-SW
           ELSE
              DISPLAY "WARNING: ACCREVOK unavailable, status="
                      ACCREVOK-FILE-STATUS
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM LOAD-RETURNS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-ITEM
               UNTIL INPUT-EOF

           PERFORM WRITE-NEW-ADMIN-LIST
           PERFORM WRITE-NEW-ENTITLEMENTS

           CLOSE Cert-Items
           CLOSE Signon-Audit
           IF USERAUTH-OPEN
              CLOSE User-Auth
           END-IF
           IF ACCREVOK-OPEN
              CLOSE Access-Revoked
           END-IF
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " ACCRAPLY End-of-job reconciliation"
           DISPLAY "   Cycle                   : " WS-CYCLE
           DISPLAY "   Items read              : " RC-ITEMS-READ
           DISPLAY "   Returns read            : " RC-RETURNS-READ
           DISPLAY "   Returns rejected        : "
                   RC-RETURNS-REJECTED
           DISPLAY "   Kept                    : " RC-KEPT
           DISPLAY "   Revoked                 : " RC-REVOKED
           DISPLAY "   Suspended               : " RC-SUSPENDED
           DISPLAY "   Reinstated              : " RC-REINSTATED
           DISPLAY "   Already applied         : " RC-ALREADY-APPLIED
           DISPLAY "   Outstanding             : " RC-OUTSTANDING
           DISPLAY "   Not applied             : " RC-NOT-APPLIED
           DISPLAY "   ADMNNEW cards written   : " RC-ADMNLIST-COPIED
           DISPLAY "   AUTHNEW cards written   : " RC-AUTHFILE-COPIED
           DISPLAY "======================================"

           EVALUATE TRUE
               WHEN RC-LISTS-NOT-WRITTEN > 0
                   MOVE 8 TO RETURN-CODE
               WHEN RC-RETURNS-REJECTED > 0
                 OR RC-NOT-APPLIED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-RETURNS - the managers' marked items. A mark other than   *
      * K, R or blank is an exception and the item stays unmarked.     *
      *----------------------------------------------------------------*
       LOAD-RETURNS SECTION.

           OPEN INPUT Cert-Returns
           IF NOT ACCRRTN-NORMAL
              DISPLAY "WARNING: ACCRRTN unavailable, status="
                      ACCRRTN-STATUS
              DISPLAY "         no decisions returned"
              GO TO LOAD-RETURNS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM LOAD-ONE-RETURN
               UNTIL INPUT-EOF

           CLOSE Cert-Returns.
       LOAD-RETURNS-EXIT.
           EXIT.

       LOAD-ONE-RETURN SECTION.

           READ Cert-Returns
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO LOAD-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO RC-RETURNS-READ
           IF ACCRRTN-UNDECIDED
              GO TO LOAD-ONE-RETURN-EXIT
           END-IF

           IF NOT ACCRRTN-KEEP
              AND NOT ACCRRTN-REVOKE
              MOVE 'EXCEPTION' TO AL-ACTION
              MOVE ACCRRTN-STORE TO AL-STORE
              MOVE ACCRRTN-USERID TO AL-USERID
              MOVE ACCRRTN-DECIDED-BY TO AL-BY
              MOVE 'DECISION NOT K OR R - IGNORED' TO AL-NOTE
              PERFORM WRITE-ACTION-LINE
              ADD 1 TO RC-RETURNS-REJECTED
              GO TO LOAD-ONE-RETURN-EXIT
           END-IF
           IF RT-ENTRY-COUNT >= 5000
              DISPLAY "ACCRAPLY: return table full, "
                      ACCRRTN-USERID(1:20) " left unmarked"
              ADD 1 TO RC-RETURNS-REJECTED
              GO TO LOAD-ONE-RETURN-EXIT
           END-IF

           ADD 1 TO RT-ENTRY-COUNT
           SET RT-IX TO RT-ENTRY-COUNT
           MOVE ACCRRTN-CYCLE TO RT-CYCLE(RT-IX)
           MOVE ACCRRTN-MANAGER TO RT-MANAGER(RT-IX)
           MOVE ACCRRTN-STORE TO RT-STORE(RT-IX)
           MOVE ACCRRTN-USERID TO RT-USERID(RT-IX)
           MOVE ACCRRTN-DECISION TO RT-DECISION(RT-IX)
           MOVE ACCRRTN-DECIDED-BY TO RT-DECIDED-BY(RT-IX)
           IF RT-DECIDED-BY(RT-IX) = SPACES
              MOVE ACCRRTN-MANAGER TO RT-DECIDED-BY(RT-IX)
           END-IF.
       LOAD-ONE-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-ITEM - one certification item against its returned   *
      * decision, if any.                                              *
      *----------------------------------------------------------------*
       APPLY-ONE-ITEM SECTION.

           READ Cert-Items
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO APPLY-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO RC-ITEMS-READ
           MOVE ACCRCERT-STORE TO WS-ITEM-STORE
           MOVE ACCRCERT-USERID TO WS-ITEM-USERID

           PERFORM FIND-RETURNED-DECISION
           IF RETURN-ON-TABLE
              PERFORM CHECK-RETURNED-DECISION
           END-IF

           IF RETURN-ON-TABLE
              IF RT-DECISION(RT-IX) = 'K'
                 PERFORM KEEP-ENTITLEMENT
              ELSE
                 MOVE 'R' TO WS-ACTION-TYPE
                 MOVE 'V' TO WS-ACTION-RESULT
                 MOVE RT-DECIDED-BY(RT-IX) TO WS-ACTION-ACTOR
                 MOVE 'REVOKED' TO WS-ACTION-TEXT
                 PERFORM WITHDRAW-ENTITLEMENT
              END-IF
              GO TO APPLY-ONE-ITEM-EXIT
           END-IF

           IF WS-TODAY NOT > ACCRCERT-DEADLINE
              ADD 1 TO RC-OUTSTANDING
              MOVE 'OUTSTANDING' TO AL-ACTION
              MOVE ACCRCERT-STORE TO AL-STORE
              MOVE ACCRCERT-USERID TO AL-USERID
              MOVE ACCRCERT-MANAGER TO AL-BY
              MOVE 'NOT YET CERTIFIED' TO AL-NOTE
              PERFORM WRITE-ACTION-LINE
              GO TO APPLY-ONE-ITEM-EXIT
           END-IF

           IF ACCRCERT-SUSPENDED
              ADD 1 TO RC-ALREADY-APPLIED
              GO TO APPLY-ONE-ITEM-EXIT
           END-IF

           MOVE 'S' TO WS-ACTION-TYPE
           MOVE 'Z' TO WS-ACTION-RESULT
           MOVE 'ACCRAPLY' TO WS-ACTION-ACTOR
           MOVE 'SUSPENDED' TO WS-ACTION-TEXT
           PERFORM WITHDRAW-ENTITLEMENT.
       APPLY-ONE-ITEM-EXIT.
           EXIT.

       FIND-RETURNED-DECISION SECTION.

           MOVE 'N' TO WS-RETURN-FOUND-SW
           IF RT-ENTRY-COUNT > 0
              SET RT-IX TO 1
              SEARCH RT-ENTRY
                  WHEN RT-IX > RT-ENTRY-COUNT
                      CONTINUE
                  WHEN RT-STORE(RT-IX) = ACCRCERT-STORE
                   AND RT-USERID(RT-IX) = ACCRCERT-USERID
                      MOVE 'Y' TO WS-RETURN-FOUND-SW
              END-SEARCH
           END-IF.
       FIND-RETURNED-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-RETURNED-DECISION - the decision must be this cycle's,   *
      * from the item's manager, and not the reviewed userid's own.    *
      *----------------------------------------------------------------*
       CHECK-RETURNED-DECISION SECTION.

           MOVE SPACES TO AL-NOTE
           EVALUATE TRUE
               WHEN RT-CYCLE(RT-IX) NOT = ACCRCERT-CYCLE
                   MOVE 'RETURN IS FOR ANOTHER CYCLE' TO AL-NOTE
               WHEN RT-MANAGER(RT-IX) NOT = ACCRCERT-MANAGER
                 OR RT-DECIDED-BY(RT-IX) NOT = ACCRCERT-MANAGER
                   MOVE 'NOT DECIDED BY CERTIFYING MANAGER'
                       TO AL-NOTE
               WHEN RT-DECIDED-BY(RT-IX) = ACCRCERT-USERID
                   MOVE 'USERID MAY NOT CERTIFY ITSELF' TO AL-NOTE
               WHEN OTHER
                   GO TO CHECK-RETURNED-DECISION-EXIT
           END-EVALUATE

           MOVE 'N' TO WS-RETURN-FOUND-SW
           ADD 1 TO RC-RETURNS-REJECTED
           MOVE 'EXCEPTION' TO AL-ACTION
           MOVE ACCRCERT-STORE TO AL-STORE
           MOVE ACCRCERT-USERID TO AL-USERID
           MOVE RT-DECIDED-BY(RT-IX) TO AL-BY
           PERFORM WRITE-ACTION-LINE.
       CHECK-RETURNED-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * KEEP-ENTITLEMENT - a keep lifts an earlier suspension of an    *
      * approver entitlement; otherwise there is nothing to change.    *
      *----------------------------------------------------------------*
       KEEP-ENTITLEMENT SECTION.

           IF NOT ACCRCERT-SUSPENDED
              ADD 1 TO RC-KEPT
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF
           IF NOT ACCREVOK-OPEN
              PERFORM REPORT-NOT-APPLIED
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF

           MOVE ACCRCERT-STORE TO ACCREVOK-STORE
           MOVE ACCRCERT-USERID TO ACCREVOK-USERID
           READ Access-Revoked
           IF ACCREVOK-NOT-FOUND
              ADD 1 TO RC-ALREADY-APPLIED
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF
           IF NOT ACCREVOK-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF
           IF ACCREVOK-REVOKED
              MOVE 'EXCEPTION' TO AL-ACTION
              MOVE ACCRCERT-STORE TO AL-STORE
              MOVE ACCRCERT-USERID TO AL-USERID
              MOVE RT-DECIDED-BY(RT-IX) TO AL-BY
              MOVE 'REVOKED SINCE LISTED - NOT RESTORED' TO AL-NOTE
              PERFORM WRITE-ACTION-LINE
              ADD 1 TO RC-RETURNS-REJECTED
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF

           DELETE Access-Revoked
           IF NOT ACCREVOK-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO KEEP-ENTITLEMENT-EXIT
           END-IF

           ADD 1 TO RC-REINSTATED
           MOVE 'K' TO WS-ACTION-RESULT
           MOVE RT-DECIDED-BY(RT-IX) TO WS-ACTION-ACTOR
           MOVE 'REINSTATED' TO WS-ACTION-TEXT
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM REPORT-ITEM-ACTION.
       KEEP-ENTITLEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WITHDRAW-ENTITLEMENT - revoke or suspend, by store.            *
      *----------------------------------------------------------------*
       WITHDRAW-ENTITLEMENT SECTION.

           EVALUATE TRUE
               WHEN ACCRCERT-USERAUTH
                   PERFORM DISABLE-TRADER-ACCOUNT
               WHEN ACCRCERT-ADMNLIST
               WHEN ACCRCERT-AUTHFILE
                   PERFORM NOTE-CARD-REMOVAL
               WHEN ACCRCERT-LNPOLICY
               WHEN ACCRCERT-LNRATES
               WHEN ACCRCERT-LEGLHOLD
                   PERFORM RECORD-ACCESS-REVOKED
               WHEN OTHER
                   MOVE 'EXCEPTION' TO AL-ACTION
                   MOVE ACCRCERT-STORE TO AL-STORE
                   MOVE ACCRCERT-USERID TO AL-USERID
                   MOVE WS-ACTION-ACTOR TO AL-BY
                   MOVE 'STORE NOT KNOWN - NOT APPLIED' TO AL-NOTE
                   PERFORM WRITE-ACTION-LINE
                   ADD 1 TO RC-NOT-APPLIED
           END-EVALUATE.
       WITHDRAW-ENTITLEMENT-EXIT.
           EXIT.

       DISABLE-TRADER-ACCOUNT SECTION.

           IF NOT USERAUTH-OPEN
              PERFORM REPORT-NOT-APPLIED
              GO TO DISABLE-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE ACCRCERT-USERID TO USERAUTH-USERID
           READ User-Auth
           IF USERAUTH-NOT-FOUND
              ADD 1 TO RC-ALREADY-APPLIED
              GO TO DISABLE-TRADER-ACCOUNT-EXIT
           END-IF
           IF NOT USERAUTH-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO DISABLE-TRADER-ACCOUNT-EXIT
           END-IF
           IF USERAUTH-DISABLED
              ADD 1 TO RC-ALREADY-APPLIED
              GO TO DISABLE-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE 'D' TO USERAUTH-LOCKED-SW
           REWRITE USERAUTH-RECORD
           IF NOT USERAUTH-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO DISABLE-TRADER-ACCOUNT-EXIT
           END-IF

           PERFORM COUNT-WITHDRAWAL
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM REPORT-ITEM-ACTION.
       DISABLE-TRADER-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTE-CARD-REMOVAL - ADMNLIST and AUTHFILE are card files, so   *
      * the card is dropped when the new copy is written.              *
      *----------------------------------------------------------------*
       NOTE-CARD-REMOVAL SECTION.

           IF RM-ENTRY-COUNT >= 500
              PERFORM REPORT-NOT-APPLIED
              GO TO NOTE-CARD-REMOVAL-EXIT
           END-IF

           ADD 1 TO RM-ENTRY-COUNT
           SET RM-IX TO RM-ENTRY-COUNT
           MOVE ACCRCERT-STORE TO RM-STORE(RM-IX)
           MOVE ACCRCERT-USERID(1:8) TO RM-USERID(RM-IX)
           MOVE WS-ACTION-RESULT TO RM-RESULT(RM-IX)
           MOVE WS-ACTION-ACTOR TO RM-ACTOR(RM-IX).
       NOTE-CARD-REMOVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RECORD-ACCESS-REVOKED - an approver entitlement onto ACCREVOK; *
      * a revoke replaces an earlier suspension.                       *
      *----------------------------------------------------------------*
       RECORD-ACCESS-REVOKED SECTION.

           IF NOT ACCREVOK-OPEN
              PERFORM REPORT-NOT-APPLIED
              GO TO RECORD-ACCESS-REVOKED-EXIT
           END-IF

           MOVE ACCRCERT-STORE TO ACCREVOK-STORE
           MOVE ACCRCERT-USERID TO ACCREVOK-USERID
           READ Access-Revoked
           IF ACCREVOK-NORMAL
              IF ACCREVOK-REVOKED
                 OR ACTION-SUSPEND
                 ADD 1 TO RC-ALREADY-APPLIED
                 GO TO RECORD-ACCESS-REVOKED-EXIT
              END-IF
              PERFORM FILL-ACCESS-REVOKED
              REWRITE ACCREVOK-RECORD
           ELSE
              PERFORM FILL-ACCESS-REVOKED
              WRITE ACCREVOK-RECORD
           END-IF
           IF NOT ACCREVOK-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO RECORD-ACCESS-REVOKED-EXIT
           END-IF

           PERFORM COUNT-WITHDRAWAL
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM REPORT-ITEM-ACTION.
       RECORD-ACCESS-REVOKED-EXIT.
           EXIT.

       FILL-ACCESS-REVOKED SECTION.

           MOVE SPACES TO ACCREVOK-RECORD
           MOVE ACCRCERT-STORE TO ACCREVOK-STORE
           MOVE ACCRCERT-USERID TO ACCREVOK-USERID
           MOVE WS-ACTION-TYPE TO ACCREVOK-TYPE
           MOVE ACCRCERT-CYCLE TO ACCREVOK-CYCLE
           MOVE WS-TODAY TO ACCREVOK-DATE
           MOVE WS-ACTION-ACTOR TO ACCREVOK-BY.
       FILL-ACCESS-REVOKED-EXIT.
           EXIT.

       COUNT-WITHDRAWAL SECTION.

           IF ACTION-REVOKE
              ADD 1 TO RC-REVOKED
           ELSE
              ADD 1 TO RC-SUSPENDED
           END-IF.
       COUNT-WITHDRAWAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-NEW-ADMIN-LIST / WRITE-NEW-ENTITLEMENTS - copy the card  *
      * file to its new version, leaving off the withdrawn userids.    *
      * The new file is only written when the old one could be read,   *
      * so the copy-back never replaces a list with an empty one.      *
      *----------------------------------------------------------------*
       WRITE-NEW-ADMIN-LIST SECTION.

           OPEN INPUT Admin-List
           IF NOT ADMNLIST-NORMAL
              DISPLAY "ACCRAPLY: ADMNLIST unavailable, status="
                      ADMNLIST-FILE-STATUS ", ADMNNEW not written"
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              GO TO WRITE-NEW-ADMIN-LIST-EXIT
           END-IF
           OPEN OUTPUT Admin-New
           IF NOT ADMNNEW-NORMAL
              DISPLAY "ACCRAPLY: ERROR OPENING ADMNNEW, STATUS="
                      ADMNNEW-STATUS
              CLOSE Admin-List
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              GO TO WRITE-NEW-ADMIN-LIST-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM COPY-ONE-ADMIN-CARD
               UNTIL INPUT-EOF

           CLOSE Admin-List
           CLOSE Admin-New.
       WRITE-NEW-ADMIN-LIST-EXIT.
           EXIT.

       COPY-ONE-ADMIN-CARD SECTION.

           READ Admin-List
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO COPY-ONE-ADMIN-CARD-EXIT
           END-IF

           MOVE 'ADMNLIST' TO WS-ITEM-STORE
           MOVE ADMNLIST-USERID TO WS-CARD-USERID
           PERFORM FIND-CARD-REMOVAL
           IF REMOVAL-ON-TABLE
              PERFORM DROP-CARD
              GO TO COPY-ONE-ADMIN-CARD-EXIT
           END-IF

           MOVE ADMNLIST-RECORD TO ADMNNEW-RECORD
           WRITE ADMNNEW-RECORD
           ADD 1 TO RC-ADMNLIST-COPIED.
       COPY-ONE-ADMIN-CARD-EXIT.
           EXIT.

       WRITE-NEW-ENTITLEMENTS SECTION.

           OPEN INPUT Entitlements-Input
           IF NOT AUTHFILE-NORMAL
              DISPLAY "ACCRAPLY: AUTHFILE unavailable, status="
                      AUTHFILE-STATUS ", AUTHNEW not written"
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              GO TO WRITE-NEW-ENTITLEMENTS-EXIT
           END-IF
           OPEN OUTPUT Entitlements-New
           IF NOT AUTHNEW-NORMAL
              DISPLAY "ACCRAPLY: ERROR OPENING AUTHNEW, STATUS="
                      AUTHNEW-STATUS
              CLOSE Entitlements-Input
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              GO TO WRITE-NEW-ENTITLEMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM COPY-ONE-ENTITLEMENT-CARD
               UNTIL INPUT-EOF

           CLOSE Entitlements-Input
           CLOSE Entitlements-New.
       WRITE-NEW-ENTITLEMENTS-EXIT.
           EXIT.

       COPY-ONE-ENTITLEMENT-CARD SECTION.

           READ Entitlements-Input
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO COPY-ONE-ENTITLEMENT-CARD-EXIT
           END-IF

           MOVE 'AUTHFILE' TO WS-ITEM-STORE
           MOVE AUTHIN-USERID TO WS-CARD-USERID
           PERFORM FIND-CARD-REMOVAL
           IF REMOVAL-ON-TABLE
              PERFORM DROP-CARD
              GO TO COPY-ONE-ENTITLEMENT-CARD-EXIT
           END-IF

           MOVE AUTH-INPUT-RECORD TO AUTHNEW-RECORD
           WRITE AUTHNEW-RECORD
           ADD 1 TO RC-AUTHFILE-COPIED.
       COPY-ONE-ENTITLEMENT-CARD-EXIT.
           EXIT.

       FIND-CARD-REMOVAL SECTION.

           MOVE 'N' TO WS-REMOVAL-FOUND-SW
           IF WS-CARD-USERID = SPACES
              GO TO FIND-CARD-REMOVAL-EXIT
           END-IF
           IF RM-ENTRY-COUNT > 0
              SET RM-IX TO 1
              SEARCH RM-ENTRY
                  WHEN RM-IX > RM-ENTRY-COUNT
                      CONTINUE
                  WHEN RM-STORE(RM-IX) = WS-ITEM-STORE
                   AND RM-USERID(RM-IX) = WS-CARD-USERID
                      MOVE 'Y' TO WS-REMOVAL-FOUND-SW
              END-SEARCH
           END-IF.
       FIND-CARD-REMOVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DROP-CARD - the card is left off the new copy: count, audit    *
      * and list it as the withdrawal it records.                      *
      *----------------------------------------------------------------*
       DROP-CARD SECTION.

           MOVE RM-RESULT(RM-IX) TO WS-ACTION-RESULT
           MOVE RM-ACTOR(RM-IX) TO WS-ACTION-ACTOR
           IF WS-ACTION-RESULT = 'V'
              MOVE 'R' TO WS-ACTION-TYPE
              MOVE 'REVOKED' TO WS-ACTION-TEXT
           ELSE
              MOVE 'S' TO WS-ACTION-TYPE
              MOVE 'SUSPENDED' TO WS-ACTION-TEXT
           END-IF
           PERFORM COUNT-WITHDRAWAL

           MOVE WS-CARD-USERID TO WS-ITEM-USERID
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM REPORT-ITEM-ACTION.
       DROP-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit and report helpers.                                      *
      *----------------------------------------------------------------*
       WRITE-SIGNON-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE WS-ITEM-USERID TO SGNAUDIT-USERID.
           MOVE WS-TIMESTAMP TO SGNAUDIT-TIMESTAMP.
           MOVE WS-ACTION-RESULT TO SGNAUDIT-RESULT.
           MOVE WS-ITEM-STORE TO SGNAUDIT-LTERM.
           MOVE WS-ACTION-ACTOR TO SGNAUDIT-ACTOR.
           WRITE SGNAUDIT-RECORD.
           IF NOT SGNAUDIT-NORMAL
              DISPLAY 'ACCRAPLY: sign-on audit write failed, '
                      'status=' SGNAUDIT-STATUS
           END-IF.
       WRITE-SIGNON-AUDIT-EXIT.
           EXIT.

       REPORT-ITEM-ACTION SECTION.
           MOVE WS-ACTION-TEXT TO AL-ACTION.
           MOVE WS-ITEM-STORE TO AL-STORE.
           MOVE WS-ITEM-USERID TO AL-USERID.
           MOVE WS-ACTION-ACTOR TO AL-BY.
           MOVE SPACES TO AL-NOTE.
           PERFORM WRITE-ACTION-LINE.
       REPORT-ITEM-ACTION-EXIT.
           EXIT.

       REPORT-NOT-APPLIED SECTION.
           ADD 1 TO RC-NOT-APPLIED.
           MOVE 'NOT APPLIED' TO AL-ACTION.
           MOVE WS-ITEM-STORE TO AL-STORE.
           MOVE WS-ITEM-USERID TO AL-USERID.
           MOVE WS-ACTION-ACTOR TO AL-BY.
           MOVE 'STORE UNAVAILABLE - RERUN TO APPLY' TO AL-NOTE.
           PERFORM WRITE-ACTION-LINE.
       REPORT-NOT-APPLIED-EXIT.
           EXIT.

       WRITE-ACTION-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ACTION-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-CYCLE TO RT-TITLE-CYCLE.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LEAVPROC                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVPROC.
      * Leaver and mover processing, run after EMPLOAD from the
      * HRLEAVE file it writes. For a leaver every account held under
      * the person's userid is withdrawn, by store:
      *   USERAUTH  - the trader account is disabled (LOCKED-SW 'D',
      *               re-enabled only through TRADMIN)
      *   ADMNLIST  - the card is left off the new list ADMNNEW
      *   AUTHFILE  - ATSFILEA's verb-authorization card is left off
      *               the new table AUTHNEW
      * ADMNNEW and AUTHNEW are always complete copies; the following
      * step copies them back over ADMNLIST and AUTHFILE, and is
      * bypassed when this run ends rc 8 because a list could not be
      * read. Each withdrawal is written to SGNAUDIT as result 'H'
      * with the store in SGNAUDIT-LTERM, so SECRPT shows the day's
      * leavers, and listed on LEAVRPT. A leaver whose userid no
      * store holds (or who came from HR without one) is listed as
      * not matched for security to follow up. A mover is changed
      * nowhere: the entitlements the userid holds are listed for
      * the new department's review. Re-running changes nothing
      * twice: an account already disabled is counted, not audited.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Leaver-Input ASSIGN TO HRLEAVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HRLEAVE-STATUS.

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

           SELECT Signon-Audit ASSIGN TO SGNAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SGNAUDIT-STATUS.

           SELECT Report-Output ASSIGN TO LEAVRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Leaver-Input.
       COPY HRLEAVE SUPPRESS.

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

       FD  Signon-Audit.
       COPY SGNAUDIT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 HRLEAVE-STATUS              PIC X(2).
           88 HRLEAVE-NORMAL          VALUE '00'.
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
       01 SGNAUDIT-STATUS             PIC X(2).
           88 SGNAUDIT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.

       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.
       01 WS-USERAUTH-OPEN-SW         PIC X(01) VALUE 'N'.
           88 USERAUTH-OPEN           VALUE 'Y'.
       01 WS-PERSON-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PERSON-ON-TABLE         VALUE 'Y'.

       01 WS-TODAY                    PIC 9(08).
       01 WS-TIMESTAMP                PIC 9(14).
       01 WS-CARD-USERID              PIC X(08).
       01 WS-ITEM-STORE               PIC X(08).
       01 WS-SECTION-LINE             PIC X(60).
       01 WS-LISTED                   PIC 9(06) COMP VALUE 0.

      * The leavers and movers from HRLEAVE. MATCH-SW records whether
      * any store held the userid ('U' when a store that might have
      * could not be read); the account, admin and verb fields are a
      * mover's entitlements as found.
       01 WS-PERSON-TABLE.
           05 LV-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 LV-ENTRY OCCURS 1000 TIMES INDEXED BY LV-IX.
               10 LV-TYPE             PIC X(01).
                   88 LV-LEAVER           VALUE 'L'.
                   88 LV-MOVER            VALUE 'M'.
               10 LV-HR-CODE          PIC X(01).
               10 LV-LAST-NAME        PIC X(10).
               10 LV-FIRST-NAME       PIC X(10).
               10 LV-USERID           PIC X(08).
               10 LV-DEPARTMENT       PIC X(06).
               10 LV-PRIOR-DEPT       PIC X(06).
               10 LV-MATCH-SW         PIC X(01).
                   88 LV-MATCHED          VALUE 'Y'.
                   88 LV-NOT-MATCHED      VALUE 'N'.
                   88 LV-UNDECIDED        VALUE 'U'.
               10 LV-ACCOUNT-STATE    PIC X(12).
               10 LV-ADMIN-SW         PIC X(01).
               10 LV-VERBS            PIC X(08).

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(06) COMP VALUE 0.
           05 RC-DUPLICATES           PIC 9(06) COMP VALUE 0.
           05 RC-LEAVERS              PIC 9(06) COMP VALUE 0.
           05 RC-MOVERS               PIC 9(06) COMP VALUE 0.
           05 RC-WITHDRAWN            PIC 9(06) COMP VALUE 0.
           05 RC-ALREADY-APPLIED      PIC 9(06) COMP VALUE 0.
           05 RC-NOT-APPLIED          PIC 9(06) COMP VALUE 0.
           05 RC-NOT-MATCHED          PIC 9(06) COMP VALUE 0.
           05 RC-ADMNLIST-COPIED      PIC 9(06) COMP VALUE 0.
           05 RC-AUTHFILE-COPIED      PIC 9(06) COMP VALUE 0.
           05 RC-LISTS-NOT-WRITTEN    PIC 9(04) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LEAVER AND MOVER ACCESS PROCESSING -'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-ACTION-LINE.
           05 AL-ACTION           PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-STORE            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-USERID           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-LAST-NAME        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-FIRST-NAME       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-NOTE             PIC X(40).

       01 WS-MOVER-LINE.
           05 ML-USERID           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ML-LAST-NAME        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-FIRST-NAME       PIC X(10).
           05 FILLER              PIC X(07) VALUE '  FROM '.
           05 ML-PRIOR-DEPT       PIC X(06).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 ML-DEPARTMENT       PIC X(06).
           05 FILLER              PIC X(10) VALUE '  TRADER '.
           05 ML-ACCOUNT-STATE    PIC X(12).
           05 FILLER              PIC X(08) VALUE '  ADMIN '.
           05 ML-ADMIN            PIC X(03).
           05 FILLER              PIC X(08) VALUE '  VERBS '.
           05 ML-VERBS            PIC X(08).

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT Leaver-Input
           IF NOT HRLEAVE-NORMAL
              DISPLAY "LEAVPROC: ERROR OPENING HRLEAVE, STATUS="
                      HRLEAVE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "LEAVPROC: ERROR OPENING LEAVRPT, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND Signon-Audit
           IF NOT SGNAUDIT-NORMAL
              DISPLAY "LEAVPROC: ERROR OPENING SGNAUDIT, STATUS="
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

           MOVE 'N' TO WS-EOF-SW
           PERFORM LOAD-ONE-PERSON
               UNTIL INPUT-EOF
           CLOSE Leaver-Input

           PERFORM WRITE-REPORT-HEADINGS
           MOVE 'LEAVERS - ACCESS WITHDRAWN' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           PERFORM CHECK-TRADER-ACCOUNT
               VARYING LV-IX FROM 1 BY 1
               UNTIL LV-IX > LV-ENTRY-COUNT
           PERFORM WRITE-NEW-ADMIN-LIST
           PERFORM WRITE-NEW-ENTITLEMENTS

           IF RC-WITHDRAWN = 0
              AND RC-NOT-APPLIED = 0
              MOVE 'NONE TODAY' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF

           PERFORM REPORT-NOT-MATCHED
           PERFORM REPORT-MOVERS

           CLOSE Signon-Audit
           IF USERAUTH-OPEN
              CLOSE User-Auth
           END-IF
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " LEAVPROC End-of-job reconciliation"
           DISPLAY "   HRLEAVE records read    : " RC-RECORDS-READ
           DISPLAY "   Duplicates ignored      : " RC-DUPLICATES
           DISPLAY "   Leavers                 : " RC-LEAVERS
           DISPLAY "   Movers                  : " RC-MOVERS
           DISPLAY "   Accounts withdrawn      : " RC-WITHDRAWN
           DISPLAY "   Already withdrawn       : " RC-ALREADY-APPLIED
           DISPLAY "   Not applied             : " RC-NOT-APPLIED
           DISPLAY "   Leavers not matched     : " RC-NOT-MATCHED
           DISPLAY "   ADMNNEW cards written   : " RC-ADMNLIST-COPIED
           DISPLAY "   AUTHNEW cards written   : " RC-AUTHFILE-COPIED
           DISPLAY "======================================"

           EVALUATE TRUE
               WHEN RC-LISTS-NOT-WRITTEN > 0
                   MOVE 8 TO RETURN-CODE
               WHEN RC-NOT-MATCHED > 0
                 OR RC-NOT-APPLIED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ONE-PERSON - a leaver or mover onto the table. The same   *
      * person twice (an 'L' followed by HR's delete in one extract)   *
      * is taken once.                                                 *
      *----------------------------------------------------------------*
       LOAD-ONE-PERSON SECTION.

           READ Leaver-Input
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO LOAD-ONE-PERSON-EXIT
           END-IF
           ADD 1 TO RC-RECORDS-READ
           IF NOT HRLEAVE-LEAVER
              AND NOT HRLEAVE-MOVER
              GO TO LOAD-ONE-PERSON-EXIT
           END-IF

           MOVE 'N' TO WS-PERSON-FOUND-SW
           IF LV-ENTRY-COUNT > 0
              SET LV-IX TO 1
              SEARCH LV-ENTRY
                  WHEN LV-IX > LV-ENTRY-COUNT
                      CONTINUE
                  WHEN LV-TYPE(LV-IX) = HRLEAVE-TYPE
                   AND LV-USERID(LV-IX) = HRLEAVE-USERID
                   AND LV-LAST-NAME(LV-IX) = HRLEAVE-LAST-NAME
                   AND LV-FIRST-NAME(LV-IX) = HRLEAVE-FIRST-NAME
                      MOVE 'Y' TO WS-PERSON-FOUND-SW
              END-SEARCH
           END-IF
           IF PERSON-ON-TABLE
              ADD 1 TO RC-DUPLICATES
              GO TO LOAD-ONE-PERSON-EXIT
           END-IF
           IF LV-ENTRY-COUNT >= 1000
              DISPLAY "LEAVPROC: person table full, "
                      HRLEAVE-USERID " not processed"
              ADD 1 TO RC-NOT-APPLIED
              GO TO LOAD-ONE-PERSON-EXIT
           END-IF

           ADD 1 TO LV-ENTRY-COUNT
           SET LV-IX TO LV-ENTRY-COUNT
           MOVE HRLEAVE-TYPE TO LV-TYPE(LV-IX)
           MOVE HRLEAVE-HR-CODE TO LV-HR-CODE(LV-IX)
           MOVE HRLEAVE-LAST-NAME TO LV-LAST-NAME(LV-IX)
           MOVE HRLEAVE-FIRST-NAME TO LV-FIRST-NAME(LV-IX)
           MOVE HRLEAVE-USERID TO LV-USERID(LV-IX)
           MOVE HRLEAVE-DEPARTMENT TO LV-DEPARTMENT(LV-IX)
           MOVE HRLEAVE-PRIOR-DEPT TO LV-PRIOR-DEPT(LV-IX)
           MOVE 'N' TO LV-MATCH-SW(LV-IX)
           MOVE 'NONE' TO LV-ACCOUNT-STATE(LV-IX)
           MOVE 'N' TO LV-ADMIN-SW(LV-IX)
           MOVE SPACES TO LV-VERBS(LV-IX)
           IF LV-LEAVER(LV-IX)
              ADD 1 TO RC-LEAVERS
           ELSE
              ADD 1 TO RC-MOVERS
           END-IF.
       LOAD-ONE-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-TRADER-ACCOUNT - a leaver's trader account is disabled;  *
      * a mover's is noted as it stands.                               *
      *----------------------------------------------------------------*
       CHECK-TRADER-ACCOUNT SECTION.

           IF LV-USERID(LV-IX) = SPACES
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF
           MOVE 'USERAUTH' TO WS-ITEM-STORE
           IF NOT USERAUTH-OPEN
              IF LV-LEAVER(LV-IX)
                 PERFORM REPORT-NOT-APPLIED
              ELSE
                 MOVE 'UNAVAILABLE' TO LV-ACCOUNT-STATE(LV-IX)
              END-IF
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE LV-USERID(LV-IX) TO USERAUTH-USERID
           READ User-Auth
           IF USERAUTH-NOT-FOUND
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF
           IF NOT USERAUTH-NORMAL
              IF LV-LEAVER(LV-IX)
                 PERFORM REPORT-NOT-APPLIED
              ELSE
                 MOVE 'UNAVAILABLE' TO LV-ACCOUNT-STATE(LV-IX)
              END-IF
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE 'Y' TO LV-MATCH-SW(LV-IX)
           IF LV-MOVER(LV-IX)
              EVALUATE TRUE
                  WHEN USERAUTH-DISABLED
                      MOVE 'DISABLED' TO LV-ACCOUNT-STATE(LV-IX)
                  WHEN USERAUTH-LOCKED
                      MOVE 'LOCKED' TO LV-ACCOUNT-STATE(LV-IX)
                  WHEN OTHER
                      MOVE 'ACTIVE' TO LV-ACCOUNT-STATE(LV-IX)
              END-EVALUATE
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF
           IF USERAUTH-DISABLED
              ADD 1 TO RC-ALREADY-APPLIED
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE 'D' TO USERAUTH-LOCKED-SW
           REWRITE USERAUTH-RECORD
           IF NOT USERAUTH-NORMAL
              PERFORM REPORT-NOT-APPLIED
              GO TO CHECK-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE LV-USERID(LV-IX) TO WS-CARD-USERID
           PERFORM RECORD-WITHDRAWAL.
       CHECK-TRADER-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-NEW-ADMIN-LIST / WRITE-NEW-ENTITLEMENTS - copy the card  *
      * file to its new version, leaving off the leavers' cards. The   *
      * new file is only written when the old one could be read, so    *
      * the copy-back never replaces a list with an empty one.         *
      *----------------------------------------------------------------*
       WRITE-NEW-ADMIN-LIST SECTION.

           MOVE 'ADMNLIST' TO WS-ITEM-STORE
           OPEN INPUT Admin-List
           IF NOT ADMNLIST-NORMAL
              DISPLAY "LEAVPROC: ADMNLIST unavailable, status="
                      ADMNLIST-FILE-STATUS ", ADMNNEW not written"
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              PERFORM MARK-STORE-UNREAD
              GO TO WRITE-NEW-ADMIN-LIST-EXIT
           END-IF
           OPEN OUTPUT Admin-New
           IF NOT ADMNNEW-NORMAL
              DISPLAY "LEAVPROC: ERROR OPENING ADMNNEW, STATUS="
                      ADMNNEW-STATUS
              CLOSE Admin-List
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              PERFORM MARK-STORE-UNREAD
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

           MOVE ADMNLIST-USERID TO WS-CARD-USERID
           PERFORM FIND-CARD-PERSON
           IF PERSON-ON-TABLE
              MOVE 'Y' TO LV-MATCH-SW(LV-IX)
              IF LV-LEAVER(LV-IX)
                 PERFORM RECORD-WITHDRAWAL
                 GO TO COPY-ONE-ADMIN-CARD-EXIT
              END-IF
              MOVE 'Y' TO LV-ADMIN-SW(LV-IX)
           END-IF

           MOVE ADMNLIST-RECORD TO ADMNNEW-RECORD
           WRITE ADMNNEW-RECORD
           ADD 1 TO RC-ADMNLIST-COPIED.
       COPY-ONE-ADMIN-CARD-EXIT.
           EXIT.

       WRITE-NEW-ENTITLEMENTS SECTION.

           MOVE 'AUTHFILE' TO WS-ITEM-STORE
           OPEN INPUT Entitlements-Input
           IF NOT AUTHFILE-NORMAL
              DISPLAY "LEAVPROC: AUTHFILE unavailable, status="
                      AUTHFILE-STATUS ", AUTHNEW not written"
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              PERFORM MARK-STORE-UNREAD
              GO TO WRITE-NEW-ENTITLEMENTS-EXIT
           END-IF
           OPEN OUTPUT Entitlements-New
           IF NOT AUTHNEW-NORMAL
              DISPLAY "LEAVPROC: ERROR OPENING AUTHNEW, STATUS="
                      AUTHNEW-STATUS
              CLOSE Entitlements-Input
              ADD 1 TO RC-LISTS-NOT-WRITTEN
              PERFORM MARK-STORE-UNREAD
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

           MOVE AUTHIN-USERID TO WS-CARD-USERID
           PERFORM FIND-CARD-PERSON
           IF PERSON-ON-TABLE
              MOVE 'Y' TO LV-MATCH-SW(LV-IX)
              IF LV-LEAVER(LV-IX)
                 PERFORM RECORD-WITHDRAWAL
                 GO TO COPY-ONE-ENTITLEMENT-CARD-EXIT
              END-IF
              MOVE AUTHIN-VERBS TO LV-VERBS(LV-IX)
           END-IF

           MOVE AUTH-INPUT-RECORD TO AUTHNEW-RECORD
           WRITE AUTHNEW-RECORD
           ADD 1 TO RC-AUTHFILE-COPIED.
       COPY-ONE-ENTITLEMENT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-CARD-PERSON - the leaver or mover a card belongs to. A    *
      * userid both leaving and moving in one extract is taken as the  *
      * leaver, whose entry comes first in the search.                 *
      *----------------------------------------------------------------*
       FIND-CARD-PERSON SECTION.

           MOVE 'N' TO WS-PERSON-FOUND-SW
           IF WS-CARD-USERID = SPACES
              GO TO FIND-CARD-PERSON-EXIT
           END-IF
           IF LV-ENTRY-COUNT > 0
              SET LV-IX TO 1
              SEARCH LV-ENTRY
                  WHEN LV-IX > LV-ENTRY-COUNT
                      CONTINUE
                  WHEN LV-USERID(LV-IX) = WS-CARD-USERID
                   AND LV-LEAVER(LV-IX)
                      MOVE 'Y' TO WS-PERSON-FOUND-SW
              END-SEARCH
           END-IF
           IF PERSON-ON-TABLE
              GO TO FIND-CARD-PERSON-EXIT
           END-IF
           IF LV-ENTRY-COUNT > 0
              SET LV-IX TO 1
              SEARCH LV-ENTRY
                  WHEN LV-IX > LV-ENTRY-COUNT
                      CONTINUE
                  WHEN LV-USERID(LV-IX) = WS-CARD-USERID
                      MOVE 'Y' TO WS-PERSON-FOUND-SW
              END-SEARCH
           END-IF.
       FIND-CARD-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MARK-STORE-UNREAD - a card file could not be read, so each     *
      * leaver's card there is left in place, to be taken on a rerun.  *
      *----------------------------------------------------------------*
       MARK-STORE-UNREAD SECTION.

           PERFORM MARK-ONE-UNREAD
               VARYING LV-IX FROM 1 BY 1
               UNTIL LV-IX > LV-ENTRY-COUNT.
       MARK-STORE-UNREAD-EXIT.
           EXIT.

       MARK-ONE-UNREAD SECTION.

           IF LV-LEAVER(LV-IX)
              AND LV-USERID(LV-IX) NOT = SPACES
              PERFORM REPORT-NOT-APPLIED
           END-IF.
       MARK-ONE-UNREAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RECORD-WITHDRAWAL - count, audit and list one account taken    *
      * from a leaver.                                                 *
      *----------------------------------------------------------------*
       RECORD-WITHDRAWAL SECTION.

           ADD 1 TO RC-WITHDRAWN
           MOVE 'Y' TO LV-MATCH-SW(LV-IX)

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-CARD-USERID TO SGNAUDIT-USERID
           MOVE WS-TIMESTAMP TO SGNAUDIT-TIMESTAMP
           MOVE 'H' TO SGNAUDIT-RESULT
           MOVE WS-ITEM-STORE TO SGNAUDIT-LTERM
           MOVE 'LEAVPROC' TO SGNAUDIT-ACTOR
           WRITE SGNAUDIT-RECORD
           IF NOT SGNAUDIT-NORMAL
              DISPLAY 'LEAVPROC: sign-on audit write failed, '
                      'status=' SGNAUDIT-STATUS
           END-IF

           MOVE 'WITHDRAWN' TO AL-ACTION
           MOVE 'LEAVER - ACCOUNT DISABLED OR REMOVED' TO AL-NOTE
           PERFORM WRITE-PERSON-LINE.
       RECORD-WITHDRAWAL-EXIT.
           EXIT.

       REPORT-NOT-APPLIED SECTION.

           ADD 1 TO RC-NOT-APPLIED
           IF LV-NOT-MATCHED(LV-IX)
              MOVE 'U' TO LV-MATCH-SW(LV-IX)
           END-IF
           MOVE 'NOT APPLIED' TO AL-ACTION
           MOVE 'STORE UNAVAILABLE - RERUN TO APPLY' TO AL-NOTE
           PERFORM WRITE-PERSON-LINE.
       REPORT-NOT-APPLIED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-NOT-MATCHED - leavers no store held, for security to    *
      * trace by name.                                                 *
      *----------------------------------------------------------------*
       REPORT-NOT-MATCHED SECTION.

           MOVE 'LEAVERS NOT MATCHED TO ANY ACCOUNT' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           PERFORM REPORT-ONE-NOT-MATCHED
               VARYING LV-IX FROM 1 BY 1
               UNTIL LV-IX > LV-ENTRY-COUNT

           IF RC-NOT-MATCHED = 0
              MOVE 'NONE TODAY' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF.
       REPORT-NOT-MATCHED-EXIT.
           EXIT.

       REPORT-ONE-NOT-MATCHED SECTION.

           IF NOT LV-LEAVER(LV-IX)
              OR NOT LV-NOT-MATCHED(LV-IX)
              GO TO REPORT-ONE-NOT-MATCHED-EXIT
           END-IF
           ADD 1 TO RC-NOT-MATCHED
           MOVE 'NOT MATCHED' TO AL-ACTION
           MOVE SPACES TO WS-ITEM-STORE
           MOVE LV-USERID(LV-IX) TO WS-CARD-USERID
           IF LV-USERID(LV-IX) = SPACES
              MOVE 'NO USERID ON THE HR EXTRACT' TO AL-NOTE
           ELSE
              MOVE 'NO ACCOUNT UNDER THIS USERID' TO AL-NOTE
           END-IF
           PERFORM WRITE-PERSON-LINE.
       REPORT-ONE-NOT-MATCHED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-MOVERS - each mover's current entitlements, for the     *
      * new department to confirm or have withdrawn.                   *
      *----------------------------------------------------------------*
       REPORT-MOVERS SECTION.

           MOVE 'MOVERS - ENTITLEMENTS FOR REVIEW' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           MOVE 0 TO WS-LISTED
           PERFORM REPORT-ONE-MOVER
               VARYING LV-IX FROM 1 BY 1
               UNTIL LV-IX > LV-ENTRY-COUNT

           IF WS-LISTED = 0
              MOVE 'NONE TODAY' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF.
       REPORT-MOVERS-EXIT.
           EXIT.

       REPORT-ONE-MOVER SECTION.

           IF NOT LV-MOVER(LV-IX)
              GO TO REPORT-ONE-MOVER-EXIT
           END-IF
           ADD 1 TO WS-LISTED
           MOVE LV-USERID(LV-IX) TO ML-USERID
           MOVE LV-LAST-NAME(LV-IX) TO ML-LAST-NAME
           MOVE LV-FIRST-NAME(LV-IX) TO ML-FIRST-NAME
           MOVE LV-PRIOR-DEPT(LV-IX) TO ML-PRIOR-DEPT
           MOVE LV-DEPARTMENT(LV-IX) TO ML-DEPARTMENT
           MOVE LV-ACCOUNT-STATE(LV-IX) TO ML-ACCOUNT-STATE
           IF LV-ADMIN-SW(LV-IX) = 'Y'
              MOVE 'YES' TO ML-ADMIN
           ELSE
              MOVE 'NO' TO ML-ADMIN
           END-IF
           MOVE LV-VERBS(LV-IX) TO ML-VERBS
           IF LV-VERBS(LV-IX) = SPACES
              MOVE 'NONE' TO ML-VERBS
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MOVER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-MOVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*
       WRITE-PERSON-LINE SECTION.
           MOVE WS-ITEM-STORE TO AL-STORE.
           MOVE LV-USERID(LV-IX) TO AL-USERID.
           MOVE LV-LAST-NAME(LV-IX) TO AL-LAST-NAME.
           MOVE LV-FIRST-NAME(LV-IX) TO AL-FIRST-NAME.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-PERSON-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       WRITE-SECTION-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADER-EXIT.
           EXIT.

       WRITE-SECTION-TEXT SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-TEXT-EXIT.
           EXIT.

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ACCRXTR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRXTR.
      * Quarterly access recertification extract. Every entitlement
      * held in the five authorization stores is listed for the
      * userid's manager to keep or revoke:
      *   USERAUTH  - each trader account not already disabled
      *   ADMNLIST  - the administrators TRADERBL and TRADMIN trust
      *   AUTHFILE  - ATSFILEA's per-verb authorization cards
      *   LNPOLICY  - the credit-policy approvers seen on LNPAUDIT
      *   LNRATES   - the rate-table approvers seen on LNRAUDIT
      *   LEGLHOLD  - the userids that placed or released legal holds
      * with the last date the userid was seen using it: the last
      * successful sign-on (SGNAUDIT), the last TRADMIN action taken
      * as administrator (SGNAUDIT actor), the last FileA change
      * stamped with the userid (AUDITA after-image), the last policy
      * or rate change proposed or confirmed, the last hold placed or
      * released. Approver entitlements already withdrawn on ACCREVOK
      * are left off when revoked, and listed as suspended (for the
      * manager to reinstate) when suspended.
      *
      * The manager comes from the ACCRMGR cards ('userid' in columns
      * 1-60, manager in 62-69); a userid with no card goes to the
      * DEFAULTREVIEWER run parameter, default SECURITY. Each manager
      * gets a listing on ACCRRPT, and the items are written to the
      * ACCRCERT return file, by manager, for the managers to mark
      * and send back to ACCRAPLY. The return deadline is the run date
      * plus the CERTDAYS run parameter, else the JCL PARM as 'ddd';
      * default 21 days.
      *
      * A store that cannot be read is left out of the cycle and the
      * job ends rc 4, as it does when the usage table overflows and
      * some last-used dates are unknown.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Manager-Map ASSIGN TO ACCRMGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACCRMGR-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Admin-List ASSIGN TO ADMNLIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ADMNLIST-FILE-STATUS.

           SELECT Entitlements-Input ASSIGN TO AUTHFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUTHFILE-STATUS.

           SELECT Signon-Audit ASSIGN TO SGNAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SGNAUDIT-STATUS.

           SELECT Audit-Input ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDITA-STATUS.

           SELECT Policy-Audit ASSIGN TO LNPAUDIT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LNPAUDIT-KEY OF LNPAUDIT-RECORD
              FILE STATUS IS LNPAUDIT-STATUS.

           SELECT Rate-Audit ASSIGN TO LNRAUDIT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LNRAUDIT-KEY OF LNRAUDIT-RECORD
              FILE STATUS IS LNRAUDIT-STATUS.

           SELECT Legal-Holds ASSIGN TO LEGLHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEGLHOLD-KEY OF LEGLHOLD-RECORD
              FILE STATUS IS HOLDS-STATUS.

           SELECT Access-Revoked ASSIGN TO ACCREVOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCREVOK-KEY OF ACCREVOK-RECORD
              FILE STATUS IS ACCREVOK-FILE-STATUS.

           SELECT Cert-Output ASSIGN TO ACCRCERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACCRCERT-STATUS.

           SELECT Report-Output ASSIGN TO ACCRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Sort-Work ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
      * One card per userid naming the manager who certifies it.
       FD  Manager-Map
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCRMGR-RECORD.
           05  ACCRMGR-USERID         PIC X(60).
           05  FILLER                 PIC X(01).
           05  ACCRMGR-MANAGER        PIC X(08).
           05  FILLER                 PIC X(11).

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

      * One administrator userid per card, the list TRADERBL's
      * company maintenance and TRADMIN trust.
       FD  Admin-List.
       01  ADMNLIST-RECORD.
           05  ADMNLIST-USERID        PIC X(08).
           05  FILLER                 PIC X(72).

      * One entitlement card per userid: which verbs (of G/L/U/P/D)
      * that caller may drive through ATSFILEA.
       FD  Entitlements-Input.
       01  AUTH-INPUT-RECORD.
           05  AUTHIN-USERID          PIC X(08).
           05  FILLER                 PIC X(01).
           05  AUTHIN-VERBS           PIC X(08).
           05  FILLER                 PIC X(63).

       FD  Signon-Audit.
       COPY SGNAUDIT SUPPRESS.

       FD  Audit-Input.
       COPY AUDITA SUPPRESS.

       FD  Policy-Audit.
       COPY LNPAUDIT SUPPRESS.

       FD  Rate-Audit.
       COPY LNRAUDIT SUPPRESS.

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.

       FD  Access-Revoked.
       COPY ACCREVOK SUPPRESS.

       FD  Cert-Output.
       COPY ACCRCERT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       SD  Sort-Work.
       01  SORT-RECORD.
           05  SORT-MANAGER           PIC X(08).
           05  SORT-STORE             PIC X(08).
           05  SORT-USERID            PIC X(60).
           05  SORT-ENTITLEMENT       PIC X(20).
           05  SORT-STATE             PIC X(01).
           05  SORT-LAST-USED         PIC 9(08).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ACCRMGR-STATUS              PIC X(2).
           88 ACCRMGR-NORMAL          VALUE '00'.
       01 USERAUTH-FILE-STATUS        PIC X(2).
           88 USERAUTH-NORMAL         VALUE '00'.
       01 ADMNLIST-FILE-STATUS        PIC X(2).
           88 ADMNLIST-NORMAL         VALUE '00'.
       01 AUTHFILE-STATUS             PIC X(2).
           88 AUTHFILE-NORMAL         VALUE '00'.
       01 SGNAUDIT-STATUS             PIC X(2).
           88 SGNAUDIT-NORMAL         VALUE '00'.
       01 AUDITA-STATUS               PIC X(2).
           88 AUDITA-NORMAL           VALUE '00'.
       01 LNPAUDIT-STATUS             PIC X(2).
           88 LNPAUDIT-NORMAL         VALUE '00'.
       01 LNRAUDIT-STATUS             PIC X(2).
           88 LNRAUDIT-NORMAL         VALUE '00'.
       01 HOLDS-STATUS                PIC X(2).
           88 HOLDS-NORMAL            VALUE '00'.
       01 ACCREVOK-FILE-STATUS        PIC X(2).
           88 ACCREVOK-NORMAL         VALUE '00'.
           88 ACCREVOK-NOT-FOUND      VALUE '23'.
           88 ACCREVOK-NO-FILE        VALUE '35'.
       01 ACCRCERT-STATUS             PIC X(2).
           88 ACCRCERT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.

       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.
       01 WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88 SORT-EOF                VALUE 'Y'.
       01 WS-ACCREVOK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 ACCREVOK-OPEN           VALUE 'Y'.
       01 WS-USAGE-FOUND-SW           PIC X(01) VALUE 'N'.
           88 USAGE-ON-TABLE          VALUE 'Y'.
       01 WS-MANAGER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 MANAGER-ON-TABLE        VALUE 'Y'.

       01 WS-TODAY                    PIC 9(08).
       01 WS-MONTH                    PIC 9(02).
       01 WS-DATE-INT                 PIC 9(08) COMP.
       01 WS-DEADLINE                 PIC 9(08).
       01 WS-CYCLE.
           05 WS-CYCLE-YEAR           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE 'Q'.
           05 WS-CYCLE-QUARTER        PIC 9(01).

      * Return period in days and the reviewer for unmapped userids:
      * the CERTDAYS and DEFAULTREVIEWER run parameters on RUNPARM,
      * else the JCL PARM (days only).
       01 WS-CERT-DAYS                PIC 9(03) VALUE 21.
       01 WS-DEFAULT-REVIEWER         PIC X(08) VALUE 'SECURITY'.
       01 WS-REG-DAYS                 PIC X(03) VALUE SPACES.
       COPY RUNPLOOK SUPPRESS.

      * Userid to certifying manager, from the ACCRMGR cards.
       01 WS-MANAGER-TABLE.
           05 MG-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 MG-ENTRY OCCURS 2000 TIMES INDEXED BY MG-IX.
               10 MG-USERID           PIC X(60).
               10 MG-MANAGER          PIC X(08).

      * Last date each userid was seen using each kind of entitlement,
      * and whether it has ever acted as an approver or hold userid.
      * Kinds: 1 sign-on, 2 administrator, 3 FileA verbs, 4 policy
      * approver, 5 rate approver, 6 legal-hold userid.
       01 WS-USAGE-TABLE.
           05 US-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 US-ENTRY OCCURS 5000 TIMES INDEXED BY US-IX.
               10 US-USERID           PIC X(60).
               10 US-KIND OCCURS 6 TIMES.
                   15 US-LAST-USED    PIC 9(08).
                   15 US-HOLDER-SW    PIC X(01).
                       88 US-HOLDER   VALUE 'Y'.

       01 WS-USAGE-KIND               PIC 9(01) COMP.
       01 WS-USAGE-DATE               PIC 9(08).
       01 WS-LOOKUP-USERID            PIC X(60).

      * The entitlement being released to the sort.
       01 WS-ITEM.
           05 WS-ITEM-STORE           PIC X(08).
           05 WS-ITEM-USERID          PIC X(60).
           05 WS-ITEM-ENTITLEMENT     PIC X(20).
           05 WS-ITEM-STATE           PIC X(01).
           05 WS-ITEM-LAST-USED       PIC 9(08).

       01 WS-CURRENT-MANAGER          PIC X(08) VALUE LOW-VALUES.
       01 WS-MANAGER-ITEMS            PIC 9(06) COMP VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-MANAGER-CARDS        PIC 9(06) COMP VALUE 0.
           05 RC-USERAUTH-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-ADMNLIST-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-AUTHFILE-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-LNPOLICY-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-LNRATES-LISTED       PIC 9(06) COMP VALUE 0.
           05 RC-LEGLHOLD-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-ITEMS-RELEASED       PIC 9(06) COMP VALUE 0.
           05 RC-ITEMS-WRITTEN        PIC 9(06) COMP VALUE 0.
           05 RC-SUSPENDED-LISTED     PIC 9(06) COMP VALUE 0.
           05 RC-REVOKED-SKIPPED      PIC 9(06) COMP VALUE 0.
           05 RC-DEFAULT-REVIEWER     PIC 9(06) COMP VALUE 0.
           05 RC-MANAGERS-LISTED      PIC 9(06) COMP VALUE 0.
           05 RC-USAGE-OVERFLOW       PIC 9(06) COMP VALUE 0.
           05 RC-STORES-UNAVAILABLE   PIC 9(04) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(40) VALUE
              'QUARTERLY ACCESS RECERTIFICATION - CYCLE'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-CYCLE            PIC X(06).
           05 FILLER              PIC X(06) VALUE '  RUN '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(12) VALUE '  RETURN BY '.
           05 RT-DEADLINE         PIC 9(08).

       01 WS-MANAGER-LINE.
           05 FILLER              PIC X(20) VALUE
              'CERTIFYING MANAGER: '.
           05 ML-MANAGER          PIC X(08).
           05 FILLER              PIC X(42) VALUE
              '  - MARK EACH LINE K (KEEP) OR R (REVOKE) '.
           05 FILLER              PIC X(23) VALUE
              'AND RETURN BY THE DATE '.
           05 ML-DEADLINE         PIC 9(08).

       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(62) VALUE 'USERID'.
           05 FILLER              PIC X(10) VALUE 'STORE'.
           05 FILLER              PIC X(22) VALUE 'ENTITLEMENT'.
           05 FILLER              PIC X(12) VALUE 'LAST USED'.
           05 FILLER              PIC X(11) VALUE 'STATE'.
           05 FILLER              PIC X(15) VALUE 'DECISION'.

       01 WS-DETAIL-LINE.
           05 DL-USERID           PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-STORE            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-ENTITLEMENT      PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-LAST-USED        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-STATE            PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'K / R  ______'.

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(26) VALUE
              'ENTITLEMENTS TO CERTIFY:  '.
           05 TL-ITEMS            PIC ZZZ,ZZ9.

       01 WS-SECTION-LINE         PIC X(80).

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(03).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-CYCLE-YEAR
           MOVE WS-TODAY(5:2) TO WS-MONTH
           COMPUTE WS-CYCLE-QUARTER = (WS-MONTH + 2) / 3

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'ACCRXTR' TO RUNPLOOK-PROGRAM
           MOVE 'CERTDAYS' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:3) TO WS-REG-DAYS
           END-IF
           MOVE 'DEFAULTREVIEWER' TO RUNPLOOK-NAME
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:8) NOT = SPACES
              MOVE RUNPLOOK-VALUE(1:8) TO WS-DEFAULT-REVIEWER
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           IF WS-REG-DAYS IS NUMERIC
              AND WS-REG-DAYS > '000'
              MOVE WS-REG-DAYS TO WS-CERT-DAYS
           ELSE
              IF PARM-LENGTH >= 3
                 IF PARM-DATA IS NUMERIC
                    AND PARM-DATA > '000'
                    MOVE PARM-DATA TO WS-CERT-DAYS
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CERT-DAYS
           COMPUTE WS-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           OPEN OUTPUT Cert-Output
           IF NOT ACCRCERT-NORMAL
              DISPLAY "ACCRXTR: ERROR OPENING ACCRCERT, STATUS="
                      ACCRCERT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ACCRXTR: ERROR OPENING ACCRRPT, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM LOAD-MANAGER-MAP

           OPEN INPUT Access-Revoked
           IF ACCREVOK-NORMAL
              MOVE 'Y' TO WS-ACCREVOK-OPEN-SW
           ELSE
              IF NOT ACCREVOK-NO-FILE
                 DISPLAY "WARNING: ACCREVOK unavailable, status="
                         ACCREVOK-FILE-STATUS
                 MOVE 'ACCREVOK' TO WS-ITEM-STORE
                 PERFORM REPORT-STORE-UNAVAILABLE
              END-IF
           END-IF

           PERFORM SCAN-SIGNON-AUDIT
           PERFORM SCAN-FILEA-AUDIT
           PERFORM SCAN-POLICY-AUDIT
           PERFORM SCAN-RATE-AUDIT
           PERFORM SCAN-LEGAL-HOLDS

           SORT Sort-Work
               ON ASCENDING KEY SORT-MANAGER
                                SORT-STORE
                                SORT-USERID
               INPUT PROCEDURE IS RELEASE-ENTITLEMENTS
               OUTPUT PROCEDURE IS WRITE-CERTIFICATION-LISTS

           IF ACCREVOK-OPEN
              CLOSE Access-Revoked
           END-IF
           CLOSE Cert-Output
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " ACCRXTR End-of-job reconciliation"
           DISPLAY "   Cycle                   : " WS-CYCLE
           DISPLAY "   Return deadline         : " WS-DEADLINE
           DISPLAY "   Manager cards loaded    : " RC-MANAGER-CARDS
           DISPLAY "   USERAUTH entitlements   : " RC-USERAUTH-LISTED
           DISPLAY "   ADMNLIST entitlements   : " RC-ADMNLIST-LISTED
           DISPLAY "   AUTHFILE entitlements   : " RC-AUTHFILE-LISTED
           DISPLAY "   LNPOLICY approvers      : " RC-LNPOLICY-LISTED
           DISPLAY "   LNRATES approvers       : " RC-LNRATES-LISTED
           DISPLAY "   LEGLHOLD userids        : " RC-LEGLHOLD-LISTED
           DISPLAY "   Items released          : " RC-ITEMS-RELEASED
           DISPLAY "   Items written           : " RC-ITEMS-WRITTEN
           DISPLAY "   Suspended, listed       : "
                   RC-SUSPENDED-LISTED
           DISPLAY "   Revoked, not listed     : " RC-REVOKED-SKIPPED
           DISPLAY "   To default reviewer     : "
                   RC-DEFAULT-REVIEWER
           DISPLAY "   Managers listed         : " RC-MANAGERS-LISTED
           DISPLAY "   Usage table overflow    : " RC-USAGE-OVERFLOW
           DISPLAY "   Stores unavailable      : "
                   RC-STORES-UNAVAILABLE
           DISPLAY "======================================"

           IF RC-STORES-UNAVAILABLE > 0
              OR RC-USAGE-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-MANAGER-MAP - userid to certifying manager. Without the   *
      * cards every entitlement goes to the default reviewer.          *
      *----------------------------------------------------------------*
       LOAD-MANAGER-MAP SECTION.

           OPEN INPUT Manager-Map
           IF NOT ACCRMGR-NORMAL
              DISPLAY "WARNING: ACCRMGR unavailable, status="
                      ACCRMGR-STATUS
              DISPLAY "         every entitlement goes to "
                      WS-DEFAULT-REVIEWER
              GO TO LOAD-MANAGER-MAP-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM LOAD-ONE-MANAGER-CARD
               UNTIL INPUT-EOF

           CLOSE Manager-Map.
       LOAD-MANAGER-MAP-EXIT.
           EXIT.

       LOAD-ONE-MANAGER-CARD SECTION.

           READ Manager-Map
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO LOAD-ONE-MANAGER-CARD-EXIT
           END-IF
           IF ACCRMGR-USERID = SPACES
              OR ACCRMGR-USERID(1:1) = '*'
              OR ACCRMGR-MANAGER = SPACES
              GO TO LOAD-ONE-MANAGER-CARD-EXIT
           END-IF
           IF MG-ENTRY-COUNT >= 2000
              DISPLAY "ACCRXTR: manager table full, "
                      ACCRMGR-USERID(1:20) " goes to "
                      WS-DEFAULT-REVIEWER
              GO TO LOAD-ONE-MANAGER-CARD-EXIT
           END-IF

           ADD 1 TO MG-ENTRY-COUNT
           ADD 1 TO RC-MANAGER-CARDS
           SET MG-IX TO MG-ENTRY-COUNT
           MOVE ACCRMGR-USERID TO MG-USERID(MG-IX)
           MOVE ACCRMGR-MANAGER TO MG-MANAGER(MG-IX).
       LOAD-ONE-MANAGER-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-SIGNON-AUDIT - the last successful sign-on per userid,    *
      * and the last TRADMIN action each administrator took.           *
      *----------------------------------------------------------------*
       SCAN-SIGNON-AUDIT SECTION.

           OPEN INPUT Signon-Audit
           IF NOT SGNAUDIT-NORMAL
              DISPLAY "WARNING: SGNAUDIT unavailable, status="
                      SGNAUDIT-STATUS
              MOVE 'SGNAUDIT' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO SCAN-SIGNON-AUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM NOTE-ONE-SIGNON-EVENT
               UNTIL INPUT-EOF

           CLOSE Signon-Audit.
       SCAN-SIGNON-AUDIT-EXIT.
           EXIT.

       NOTE-ONE-SIGNON-EVENT SECTION.

           READ Signon-Audit
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO NOTE-ONE-SIGNON-EVENT-EXIT
           END-IF

           MOVE SGNAUDIT-TIMESTAMP(1:8) TO WS-USAGE-DATE
           EVALUATE SGNAUDIT-RESULT
               WHEN 'S'
                   MOVE 1 TO WS-USAGE-KIND
                   MOVE SGNAUDIT-USERID TO WS-LOOKUP-USERID
                   PERFORM NOTE-USAGE
               WHEN 'U'
               WHEN 'R'
               WHEN 'P'
               WHEN 'X'
               WHEN 'E'
                   MOVE 2 TO WS-USAGE-KIND
                   MOVE SGNAUDIT-ACTOR TO WS-LOOKUP-USERID
                   PERFORM NOTE-USAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       NOTE-ONE-SIGNON-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-FILEA-AUDIT - the last FileA change each userid made, from*
      * the userid stamped on the after-image (a hard delete leaves no *
      * after-image and so no userid).                                 *
      *----------------------------------------------------------------*
       SCAN-FILEA-AUDIT SECTION.

           OPEN INPUT Audit-Input
           IF NOT AUDITA-NORMAL
              DISPLAY "WARNING: AUDITA unavailable, status="
                      AUDITA-STATUS
              MOVE 'AUDITA' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO SCAN-FILEA-AUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM NOTE-ONE-FILEA-CHANGE
               UNTIL INPUT-EOF

           CLOSE Audit-Input.
       SCAN-FILEA-AUDIT-EXIT.
           EXIT.

       NOTE-ONE-FILEA-CHANGE SECTION.

           READ Audit-Input
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO NOTE-ONE-FILEA-CHANGE-EXIT
           END-IF
           IF AUDIT-AFTER-IMAGE = SPACES
              GO TO NOTE-ONE-FILEA-CHANGE-EXIT
           END-IF

           MOVE 3 TO WS-USAGE-KIND
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-USAGE-DATE
           MOVE AUDIT-AFTER-IMAGE(97:8) TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE.
       NOTE-ONE-FILEA-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-POLICY-AUDIT / SCAN-RATE-AUDIT - every userid that has    *
      * proposed or confirmed a credit-policy or rate change holds the *
      * approver entitlement; the latest change is its last use.       *
      *----------------------------------------------------------------*
       SCAN-POLICY-AUDIT SECTION.

           OPEN INPUT Policy-Audit
           IF NOT LNPAUDIT-NORMAL
              DISPLAY "WARNING: LNPAUDIT unavailable, status="
                      LNPAUDIT-STATUS
              MOVE 'LNPOLICY' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO SCAN-POLICY-AUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM NOTE-ONE-POLICY-CHANGE
               UNTIL INPUT-EOF

           CLOSE Policy-Audit.
       SCAN-POLICY-AUDIT-EXIT.
           EXIT.

       NOTE-ONE-POLICY-CHANGE SECTION.

           READ Policy-Audit NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO NOTE-ONE-POLICY-CHANGE-EXIT
           END-IF

           MOVE 4 TO WS-USAGE-KIND
           MOVE LNPAUDIT-TIMESTAMP(1:8) TO WS-USAGE-DATE
           MOVE LNPAUDIT-PROPOSED-BY TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE
           MOVE LNPAUDIT-CONFIRMED-BY TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE.
       NOTE-ONE-POLICY-CHANGE-EXIT.
           EXIT.

       SCAN-RATE-AUDIT SECTION.

           OPEN INPUT Rate-Audit
           IF NOT LNRAUDIT-NORMAL
              DISPLAY "WARNING: LNRAUDIT unavailable, status="
                      LNRAUDIT-STATUS
              MOVE 'LNRATES' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO SCAN-RATE-AUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM NOTE-ONE-RATE-CHANGE
               UNTIL INPUT-EOF

           CLOSE Rate-Audit.
       SCAN-RATE-AUDIT-EXIT.
           EXIT.

       NOTE-ONE-RATE-CHANGE SECTION.

           READ Rate-Audit NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO NOTE-ONE-RATE-CHANGE-EXIT
           END-IF

           MOVE 5 TO WS-USAGE-KIND
           MOVE LNRAUDIT-TIMESTAMP(1:8) TO WS-USAGE-DATE
           MOVE LNRAUDIT-PROPOSED-BY TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE
           MOVE LNRAUDIT-CONFIRMED-BY TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE.
       NOTE-ONE-RATE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-LEGAL-HOLDS - the userids that placed or released a hold  *
      * hold the legal-hold entitlement; the latest is its last use.   *
      *----------------------------------------------------------------*
       SCAN-LEGAL-HOLDS SECTION.

           OPEN INPUT Legal-Holds
           IF NOT HOLDS-NORMAL
              DISPLAY "WARNING: LEGLHOLD unavailable, status="
                      HOLDS-STATUS
              MOVE 'LEGLHOLD' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO SCAN-LEGAL-HOLDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM NOTE-ONE-LEGAL-HOLD
               UNTIL INPUT-EOF

           CLOSE Legal-Holds.
       SCAN-LEGAL-HOLDS-EXIT.
           EXIT.

       NOTE-ONE-LEGAL-HOLD SECTION.

           READ Legal-Holds NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO NOTE-ONE-LEGAL-HOLD-EXIT
           END-IF

           MOVE 6 TO WS-USAGE-KIND
           MOVE LEGLHOLD-PLACED-DATE TO WS-USAGE-DATE
           MOVE LEGLHOLD-PLACED-BY TO WS-LOOKUP-USERID
           PERFORM NOTE-USAGE
           IF LEGLHOLD-RELEASED
              MOVE LEGLHOLD-RELEASED-DATE TO WS-USAGE-DATE
              MOVE LEGLHOLD-RELEASED-BY TO WS-LOOKUP-USERID
              PERFORM NOTE-USAGE
           END-IF.
       NOTE-ONE-LEGAL-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTE-USAGE - records WS-USAGE-DATE against WS-LOOKUP-USERID    *
      * for WS-USAGE-KIND when it is later than the date held, adding  *
      * the userid to the table the first time it is seen.             *
      *----------------------------------------------------------------*
       NOTE-USAGE SECTION.

           IF WS-LOOKUP-USERID = SPACES
              GO TO NOTE-USAGE-EXIT
           END-IF

           PERFORM FIND-USAGE-ENTRY
           IF NOT USAGE-ON-TABLE
              IF US-ENTRY-COUNT >= 5000
                 ADD 1 TO RC-USAGE-OVERFLOW
                 GO TO NOTE-USAGE-EXIT
              END-IF
              ADD 1 TO US-ENTRY-COUNT
              SET US-IX TO US-ENTRY-COUNT
              INITIALIZE US-ENTRY(US-IX)
              MOVE WS-LOOKUP-USERID TO US-USERID(US-IX)
           END-IF

           IF WS-USAGE-DATE > US-LAST-USED(US-IX WS-USAGE-KIND)
              MOVE WS-USAGE-DATE
                  TO US-LAST-USED(US-IX WS-USAGE-KIND)
           END-IF
           MOVE 'Y' TO US-HOLDER-SW(US-IX WS-USAGE-KIND).
       NOTE-USAGE-EXIT.
           EXIT.

       FIND-USAGE-ENTRY SECTION.

           MOVE 'N' TO WS-USAGE-FOUND-SW
           IF US-ENTRY-COUNT > 0
              SET US-IX TO 1
              SEARCH US-ENTRY
                  WHEN US-IX > US-ENTRY-COUNT
                      CONTINUE
                  WHEN US-USERID(US-IX) = WS-LOOKUP-USERID
                      MOVE 'Y' TO WS-USAGE-FOUND-SW
              END-SEARCH
           END-IF.
       FIND-USAGE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE-ENTITLEMENTS - SORT input procedure: one item per      *
      * entitlement in each of the stores.                             *
      *----------------------------------------------------------------*
       RELEASE-ENTITLEMENTS SECTION.

           PERFORM RELEASE-TRADER-ACCOUNTS
           PERFORM RELEASE-ADMINISTRATORS
           PERFORM RELEASE-VERB-ENTITLEMENTS
           PERFORM RELEASE-APPROVERS
               VARYING US-IX FROM 1 BY 1
               UNTIL US-IX > US-ENTRY-COUNT.
       RELEASE-ENTITLEMENTS-EXIT.
           EXIT.

       RELEASE-TRADER-ACCOUNTS SECTION.

           OPEN INPUT User-Auth
           IF NOT USERAUTH-NORMAL
              DISPLAY "WARNING: USERAUTH unavailable, status="
                      USERAUTH-FILE-STATUS
              MOVE 'USERAUTH' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO RELEASE-TRADER-ACCOUNTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM RELEASE-ONE-TRADER-ACCOUNT
               UNTIL INPUT-EOF

           CLOSE User-Auth.
       RELEASE-TRADER-ACCOUNTS-EXIT.
           EXIT.

       RELEASE-ONE-TRADER-ACCOUNT SECTION.

           READ User-Auth NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO RELEASE-ONE-TRADER-ACCOUNT-EXIT
           END-IF
           IF USERAUTH-DISABLED
              GO TO RELEASE-ONE-TRADER-ACCOUNT-EXIT
           END-IF

           MOVE 'USERAUTH' TO WS-ITEM-STORE
           MOVE USERAUTH-USERID TO WS-ITEM-USERID
           IF USERAUTH-LOCKED
              MOVE 'TRADER SIGNON LOCKED' TO WS-ITEM-ENTITLEMENT
           ELSE
              MOVE 'TRADER SIGN-ON' TO WS-ITEM-ENTITLEMENT
           END-IF
           MOVE 1 TO WS-USAGE-KIND
           PERFORM RELEASE-ONE-ITEM
           ADD 1 TO RC-USERAUTH-LISTED.
       RELEASE-ONE-TRADER-ACCOUNT-EXIT.
           EXIT.

       RELEASE-ADMINISTRATORS SECTION.

           OPEN INPUT Admin-List
           IF NOT ADMNLIST-NORMAL
              DISPLAY "WARNING: ADMNLIST unavailable, status="
                      ADMNLIST-FILE-STATUS
              MOVE 'ADMNLIST' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO RELEASE-ADMINISTRATORS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM RELEASE-ONE-ADMINISTRATOR
               UNTIL INPUT-EOF

           CLOSE Admin-List.
       RELEASE-ADMINISTRATORS-EXIT.
           EXIT.

       RELEASE-ONE-ADMINISTRATOR SECTION.

           READ Admin-List
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO RELEASE-ONE-ADMINISTRATOR-EXIT
           END-IF
           IF ADMNLIST-USERID = SPACES
              GO TO RELEASE-ONE-ADMINISTRATOR-EXIT
           END-IF

           MOVE 'ADMNLIST' TO WS-ITEM-STORE
           MOVE ADMNLIST-USERID TO WS-ITEM-USERID
           MOVE 'TRADER ADMINISTRATOR' TO WS-ITEM-ENTITLEMENT
           MOVE 2 TO WS-USAGE-KIND
           PERFORM RELEASE-ONE-ITEM
           ADD 1 TO RC-ADMNLIST-LISTED.
       RELEASE-ONE-ADMINISTRATOR-EXIT.
           EXIT.

       RELEASE-VERB-ENTITLEMENTS SECTION.

           OPEN INPUT Entitlements-Input
           IF NOT AUTHFILE-NORMAL
              DISPLAY "WARNING: AUTHFILE unavailable, status="
                      AUTHFILE-STATUS
              MOVE 'AUTHFILE' TO WS-ITEM-STORE
              PERFORM REPORT-STORE-UNAVAILABLE
              GO TO RELEASE-VERB-ENTITLEMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM RELEASE-ONE-VERB-ENTITLEMENT
               UNTIL INPUT-EOF

           CLOSE Entitlements-Input.
       RELEASE-VERB-ENTITLEMENTS-EXIT.
           EXIT.

       RELEASE-ONE-VERB-ENTITLEMENT SECTION.

           READ Entitlements-Input
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO RELEASE-ONE-VERB-ENTITLEMENT-EXIT
           END-IF
           IF AUTHIN-USERID = SPACES
              GO TO RELEASE-ONE-VERB-ENTITLEMENT-EXIT
           END-IF

           MOVE 'AUTHFILE' TO WS-ITEM-STORE
           MOVE AUTHIN-USERID TO WS-ITEM-USERID
           MOVE SPACES TO WS-ITEM-ENTITLEMENT
           STRING 'FILEA VERBS ' DELIMITED BY SIZE
                  AUTHIN-VERBS DELIMITED BY SIZE
               INTO WS-ITEM-ENTITLEMENT
           MOVE 3 TO WS-USAGE-KIND
           PERFORM RELEASE-ONE-ITEM
           ADD 1 TO RC-AUTHFILE-LISTED.
       RELEASE-ONE-VERB-ENTITLEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE-APPROVERS - one usage-table entry: an item for each of *
      * the policy-approver, rate-approver and legal-hold entitlements *
      * the userid has exercised.                                      *
      *----------------------------------------------------------------*
       RELEASE-APPROVERS SECTION.

           MOVE US-USERID(US-IX) TO WS-ITEM-USERID
           IF US-HOLDER(US-IX 4)
              MOVE 'LNPOLICY' TO WS-ITEM-STORE
              MOVE 'LOAN POLICY APPROVER' TO WS-ITEM-ENTITLEMENT
              MOVE US-LAST-USED(US-IX 4) TO WS-ITEM-LAST-USED
              PERFORM RELEASE-APPROVER-ITEM
              ADD 1 TO RC-LNPOLICY-LISTED
           END-IF
           IF US-HOLDER(US-IX 5)
              MOVE 'LNRATES' TO WS-ITEM-STORE
              MOVE 'LOAN RATE APPROVER' TO WS-ITEM-ENTITLEMENT
              MOVE US-LAST-USED(US-IX 5) TO WS-ITEM-LAST-USED
              PERFORM RELEASE-APPROVER-ITEM
              ADD 1 TO RC-LNRATES-LISTED
           END-IF
           IF US-HOLDER(US-IX 6)
              MOVE 'LEGLHOLD' TO WS-ITEM-STORE
              MOVE 'LEGAL HOLD USERID' TO WS-ITEM-ENTITLEMENT
              MOVE US-LAST-USED(US-IX 6) TO WS-ITEM-LAST-USED
              PERFORM RELEASE-APPROVER-ITEM
              ADD 1 TO RC-LEGLHOLD-LISTED
           END-IF.
       RELEASE-APPROVERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE-APPROVER-ITEM - an approver entitlement withdrawn on   *
      * ACCREVOK: revoked ones are gone for good and not listed,       *
      * suspended ones are listed for the manager to reinstate.        *
      *----------------------------------------------------------------*
       RELEASE-APPROVER-ITEM SECTION.

           MOVE 'A' TO WS-ITEM-STATE
           IF ACCREVOK-OPEN
              MOVE WS-ITEM-STORE TO ACCREVOK-STORE
              MOVE WS-ITEM-USERID TO ACCREVOK-USERID
              READ Access-Revoked
              IF ACCREVOK-NORMAL
                 IF ACCREVOK-REVOKED
                    ADD 1 TO RC-REVOKED-SKIPPED
                    GO TO RELEASE-APPROVER-ITEM-EXIT
                 END-IF
                 MOVE 'S' TO WS-ITEM-STATE
                 ADD 1 TO RC-SUSPENDED-LISTED
              END-IF
           END-IF

           PERFORM RELEASE-SORT-ITEM.
       RELEASE-APPROVER-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE-ONE-ITEM - an entitlement read from its own store,     *
      * with its last use taken from the usage table.                  *
      *----------------------------------------------------------------*
       RELEASE-ONE-ITEM SECTION.

           MOVE 'A' TO WS-ITEM-STATE
           MOVE ZERO TO WS-ITEM-LAST-USED
           MOVE WS-ITEM-USERID TO WS-LOOKUP-USERID
           PERFORM FIND-USAGE-ENTRY
           IF USAGE-ON-TABLE
              MOVE US-LAST-USED(US-IX WS-USAGE-KIND)
                  TO WS-ITEM-LAST-USED
           END-IF

           PERFORM RELEASE-SORT-ITEM.
       RELEASE-ONE-ITEM-EXIT.
           EXIT.

       RELEASE-SORT-ITEM SECTION.

           MOVE 'N' TO WS-MANAGER-FOUND-SW
           IF MG-ENTRY-COUNT > 0
              SET MG-IX TO 1
              SEARCH MG-ENTRY
                  WHEN MG-IX > MG-ENTRY-COUNT
                      CONTINUE
                  WHEN MG-USERID(MG-IX) = WS-ITEM-USERID
                      MOVE 'Y' TO WS-MANAGER-FOUND-SW
              END-SEARCH
           END-IF
           IF MANAGER-ON-TABLE
              MOVE MG-MANAGER(MG-IX) TO SORT-MANAGER
           ELSE
              MOVE WS-DEFAULT-REVIEWER TO SORT-MANAGER
              ADD 1 TO RC-DEFAULT-REVIEWER
           END-IF

           MOVE WS-ITEM-STORE TO SORT-STORE
           MOVE WS-ITEM-USERID TO SORT-USERID
           MOVE WS-ITEM-ENTITLEMENT TO SORT-ENTITLEMENT
           MOVE WS-ITEM-STATE TO SORT-STATE
           MOVE WS-ITEM-LAST-USED TO SORT-LAST-USED
           RELEASE SORT-RECORD
           ADD 1 TO RC-ITEMS-RELEASED.
       RELEASE-SORT-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CERTIFICATION-LISTS - SORT output procedure: control     *
      * break on manager, one listing each, every item also written to *
      * the ACCRCERT return file.                                      *
      *----------------------------------------------------------------*
       WRITE-CERTIFICATION-LISTS SECTION.

           PERFORM RETURN-NEXT-ITEM
           PERFORM PROCESS-ONE-ITEM
               UNTIL SORT-EOF
           IF WS-CURRENT-MANAGER NOT = LOW-VALUES
              PERFORM FINISH-MANAGER-LIST
           END-IF.
       WRITE-CERTIFICATION-LISTS-EXIT.
           EXIT.

       RETURN-NEXT-ITEM SECTION.

           RETURN Sort-Work
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-NEXT-ITEM-EXIT.
           EXIT.

       PROCESS-ONE-ITEM SECTION.

           IF SORT-MANAGER NOT = WS-CURRENT-MANAGER
              IF WS-CURRENT-MANAGER NOT = LOW-VALUES
                 PERFORM FINISH-MANAGER-LIST
              END-IF
              PERFORM START-MANAGER-LIST
           END-IF

           MOVE SPACES TO ACCRCERT-RECORD
           MOVE WS-CYCLE TO ACCRCERT-CYCLE
           MOVE SORT-MANAGER TO ACCRCERT-MANAGER
           MOVE SORT-STORE TO ACCRCERT-STORE
           MOVE SORT-USERID TO ACCRCERT-USERID
           MOVE SORT-ENTITLEMENT TO ACCRCERT-ENTITLEMENT
           MOVE SORT-STATE TO ACCRCERT-STATE
           MOVE SORT-LAST-USED TO ACCRCERT-LAST-USED
           MOVE WS-DEADLINE TO ACCRCERT-DEADLINE
           WRITE ACCRCERT-RECORD
           IF NOT ACCRCERT-NORMAL
              DISPLAY "ACCRXTR: ERROR WRITING ACCRCERT, STATUS="
                      ACCRCERT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO RC-ITEMS-WRITTEN
           ADD 1 TO WS-MANAGER-ITEMS

           MOVE SORT-USERID TO DL-USERID
           MOVE SORT-STORE TO DL-STORE
           MOVE SORT-ENTITLEMENT TO DL-ENTITLEMENT
           IF SORT-LAST-USED = ZERO
              MOVE 'NEVER' TO DL-LAST-USED
           ELSE
              MOVE SORT-LAST-USED TO DL-LAST-USED
           END-IF
           IF SORT-STATE = 'S'
              MOVE 'SUSPENDED' TO DL-STATE
           ELSE
              MOVE 'ACTIVE' TO DL-STATE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RETURN-NEXT-ITEM.
       PROCESS-ONE-ITEM-EXIT.
           EXIT.

       START-MANAGER-LIST SECTION.

           MOVE SORT-MANAGER TO WS-CURRENT-MANAGER
           MOVE 0 TO WS-MANAGER-ITEMS
           ADD 1 TO RC-MANAGERS-LISTED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SORT-MANAGER TO ML-MANAGER
           MOVE WS-DEADLINE TO ML-DEADLINE
           MOVE WS-MANAGER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.
       START-MANAGER-LIST-EXIT.
           EXIT.

       FINISH-MANAGER-LIST SECTION.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MANAGER-ITEMS TO TL-ITEMS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       FINISH-MANAGER-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-CYCLE TO RT-CYCLE.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE WS-DEADLINE TO RT-DEADLINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       REPORT-STORE-UNAVAILABLE SECTION.
           ADD 1 TO RC-STORES-UNAVAILABLE.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING 'WARNING: ' DELIMITED BY SIZE
                  WS-ITEM-STORE DELIMITED BY SPACE
                  ' UNAVAILABLE - NOT COVERED BY THIS CYCLE'
                  DELIMITED BY SIZE
               INTO WS-SECTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       REPORT-STORE-UNAVAILABLE-EXIT.
           EXIT.

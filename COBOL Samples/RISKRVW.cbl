       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. RISKRVW.
      * Monthly risk-profile review listing. Every RISKPROF investor
      * risk profile whose yearly review date has passed is listed on
      * RISKRPT with its grade, when it was last reviewed and how many
      * days overdue it is, for client services to chase; a profile
      * is brought up to date when the customer confirms or changes
      * it through TRADERBL's SET_RISK_PROF. Enabled USERAUTH trader
      * accounts with no profile at all (opened before profiles were
      * taken) are listed after them, since every purchase they make
      * goes through the suitability check with only a warning. The
      * job ends rc 4 when anything is listed.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Risk-Profiles ASSIGN TO RISKPROF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RISKPROF-KEY OF RISKPROF-RECORD
              FILE STATUS IS RISKPROF-FILE-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Report-Output ASSIGN TO RISKRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Risk-Profiles.
       COPY RISKPROF SUPPRESS.

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 RISKPROF-FILE-STATUS          PIC X(2).
           88 RISKPROF-NORMAL          VALUE '00'.
       01 USERAUTH-FILE-STATUS          PIC X(2).
           88 USERAUTH-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 RISKPROF-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 RISKPROF-EOF             VALUE 'Y'.
       01 USERAUTH-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 USERAUTH-EOF             VALUE 'Y'.

       01 WS-TODAY                      PIC 9(08).
       01 WS-TODAY-INT                  PIC 9(08) COMP.
       01 WS-DAYS-OVERDUE               PIC 9(05) COMP.

       01 RECONCILIATION-COUNTS.
          05 RC-PROFILES-READ           PIC 9(06) COMP VALUE 0.
          05 RC-PROFILES-OVERDUE        PIC 9(06) COMP VALUE 0.
          05 RC-ACCOUNTS-READ           PIC 9(06) COMP VALUE 0.
          05 RC-ACCOUNTS-NO-PROFILE     PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'RISK PROFILES DUE FOR REVIEW -    '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-OVERDUE-HEADING.
           05 FILLER              PIC X(62) VALUE
              'USERID'.
           05 FILLER              PIC X(45) VALUE
              'GRADE  SOURCE REVIEWED REVIEW DUE     OVERDUE'.

       01 WS-OVERDUE-LINE.
           05 OL-USERID           PIC X(60).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 OL-GRADE            PIC 9(01).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 OL-SOURCE           PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 OL-REVIEWED         PIC 9(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 OL-REVIEW-DUE       PIC 9(08).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 OL-DAYS-OVERDUE     PIC ZZZ,ZZ9.

       01 WS-NO-PROFILE-HEADING.
           05 FILLER              PIC X(62) VALUE
              'USERID'.
           05 FILLER              PIC X(40) VALUE
              'ENABLED ACCOUNT WITH NO RISK PROFILE    '.

       01 WS-NO-PROFILE-LINE.
           05 NL-USERID           PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 NL-STATE            PIC X(20).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT Risk-Profiles.
           IF NOT RISKPROF-NORMAL
              DISPLAY 'RISKRVW: unable to open RISKPROF, status='
                      RISKPROF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT User-Auth.
           IF NOT USERAUTH-NORMAL
              DISPLAY 'RISKRVW: unable to open USERAUTH, status='
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Risk-Profiles
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'RISKRVW: unable to open RISKRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              CLOSE Risk-Profiles
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM LIST-ONE-PROFILE
               UNTIL RISKPROF-EOF.

           PERFORM CHECK-ONE-ACCOUNT
               UNTIL USERAUTH-EOF.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE User-Auth.
           CLOSE Risk-Profiles.

           IF RC-PROFILES-OVERDUE > 0
              OR RC-ACCOUNTS-NO-PROFILE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' RISKRVW End-of-job reconciliation'
           DISPLAY '   Profiles read        : ' RC-PROFILES-READ
           DISPLAY '   Profiles overdue     : ' RC-PROFILES-OVERDUE
           DISPLAY '   Accounts read        : ' RC-ACCOUNTS-READ
           DISPLAY '   Accounts no profile  : '
                   RC-ACCOUNTS-NO-PROFILE
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * LIST-ONE-PROFILE - a profile whose review date is today or    *
      * earlier is overdue: the customer has had the year.            *
      *****************************************************************
       LIST-ONE-PROFILE SECTION.
           READ Risk-Profiles NEXT RECORD
              AT END
                 MOVE 'Y' TO RISKPROF-EOF-SWITCH
           END-READ
           IF RISKPROF-EOF OR NOT RISKPROF-NORMAL
              MOVE 'Y' TO RISKPROF-EOF-SWITCH
              GO TO LIST-ONE-PROFILE-EXIT
           END-IF
           ADD 1 TO RC-PROFILES-READ

           IF RISKPROF-REVIEW-DUE IS NUMERIC
              AND RISKPROF-REVIEW-DUE > WS-TODAY
              GO TO LIST-ONE-PROFILE-EXIT
           END-IF

           ADD 1 TO RC-PROFILES-OVERDUE
           IF RC-PROFILES-OVERDUE = 1
              MOVE SPACES TO REPORT-LINE
              MOVE WS-OVERDUE-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-DAYS-OVERDUE
           IF RISKPROF-REVIEW-DUE IS NUMERIC
              AND RISKPROF-REVIEW-DUE > 19000000
              COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT
                  - FUNCTION INTEGER-OF-DATE(RISKPROF-REVIEW-DUE)
           END-IF
           MOVE RISKPROF-USERID TO OL-USERID
           MOVE RISKPROF-GRADE TO OL-GRADE
           EVALUATE TRUE
              WHEN RISKPROF-FROM-APPLICATION
                 MOVE 'APPL ' TO OL-SOURCE
              WHEN RISKPROF-FROM-REVIEW
                 MOVE 'REVW ' TO OL-SOURCE
              WHEN OTHER
                 MOVE SPACES TO OL-SOURCE
           END-EVALUATE
           MOVE RISKPROF-REVIEWED-DATE TO OL-REVIEWED
           MOVE RISKPROF-REVIEW-DUE TO OL-REVIEW-DUE
           MOVE WS-DAYS-OVERDUE TO OL-DAYS-OVERDUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OVERDUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-PROFILE-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ONE-ACCOUNT - an enabled trader account with no         *
      * RISKPROF record; disabled accounts cannot trade and are left  *
      * off.                                                          *
      *****************************************************************
       CHECK-ONE-ACCOUNT SECTION.
           READ User-Auth NEXT RECORD
              AT END
                 MOVE 'Y' TO USERAUTH-EOF-SWITCH
           END-READ
           IF USERAUTH-EOF OR NOT USERAUTH-NORMAL
              MOVE 'Y' TO USERAUTH-EOF-SWITCH
              GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO RC-ACCOUNTS-READ
           IF USERAUTH-DISABLED
              GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF

           MOVE USERAUTH-USERID TO RISKPROF-USERID
           READ Risk-Profiles KEY IS RISKPROF-KEY OF RISKPROF-RECORD
           IF RISKPROF-NORMAL
              GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO RC-ACCOUNTS-NO-PROFILE
           IF RC-ACCOUNTS-NO-PROFILE = 1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-NO-PROFILE-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE USERAUTH-USERID TO NL-USERID
           IF USERAUTH-LOCKED
              MOVE 'LOCKED' TO NL-STATE
           ELSE
              MOVE SPACES TO NL-STATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-PROFILE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PROFILES READ:                ' TO CT-LABEL.
           MOVE RC-PROFILES-READ TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PROFILES OVERDUE FOR REVIEW:  ' TO CT-LABEL.
           MOVE RC-PROFILES-OVERDUE TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS READ:                ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-READ TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS WITH NO PROFILE:     ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-NO-PROFILE TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-TODAY TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

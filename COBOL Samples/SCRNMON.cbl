       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = SCRNMON                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNMON.
      * Monthly sanctions and watch-list rescreen. Runs the whole
      * existing population - every live FileA customer, every open
      * LOANACCT account and every USERAUTH trader - through the
      * common SCRNCHK check against the latest SCRNLIST, so a party
      * who was clean when taken on but has since been listed is
      * found. A new match is queued on SCRNHIT for compliance's
      * SCRNRVW review (holding nothing - the party is already on the
      * books) and reported as NEW, which warns the run. Matches
      * already open, and parties compliance has confirmed, are
      * reported again so nothing drops out of sight; matches
      * compliance has cleared stay cleared.
      *
      * USERAUTH holds no name: a trader is screened under the name
      * on their PENDACCT application, and a userid with no
      * application on file is counted as not screenable.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-FILE-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Pending-Accounts ASSIGN TO PENDACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PENDACCT-KEY OF PENDACCT-RECORD
              FILE STATUS IS PENDACCT-FILE-STATUS.

           SELECT Report-Output ASSIGN TO SCRNMRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Pending-Accounts.
       COPY PENDACCT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 LOANACCT-FILE-STATUS        PIC X(2).
           88 LOANACCT-NORMAL         VALUE '00'.
       01 USERAUTH-FILE-STATUS        PIC X(2).
           88 USERAUTH-NORMAL         VALUE '00'.
       01 PENDACCT-FILE-STATUS        PIC X(2).
           88 PENDACCT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 POPULATION-EOF          VALUE 'Y'.
       01 WS-UNAVAILABLE-SW           PIC X(01) VALUE 'N'.
           88 SCREENING-UNAVAILABLE   VALUE 'Y'.

       01 WS-CALLER-USERID            PIC X(08) VALUE SPACES.
       01 WS-NUMB-CONTROL-KEY         PIC X(06) VALUE '000000'.
       01 WS-OUTCOME                  PIC X(12) VALUE SPACES.

       COPY SCRNPARM.

       01 RECONCILIATION-COUNTS.
           05 RC-FILEA-SCREENED       PIC 9(08) COMP VALUE 0.
           05 RC-LOANS-SCREENED       PIC 9(08) COMP VALUE 0.
           05 RC-TRADERS-SCREENED     PIC 9(08) COMP VALUE 0.
           05 RC-NOT-SCREENABLE       PIC 9(08) COMP VALUE 0.
           05 RC-NEW-MATCHES          PIC 9(08) COMP VALUE 0.
           05 RC-OPEN-MATCHES         PIC 9(08) COMP VALUE 0.
           05 RC-CONFIRMED-PARTIES    PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'MONTHLY SCREENING RESCREEN -      '.
           05 RT-RUN-DATE         PIC X(08).

       01 WS-MATCH-LINE.
           05 ML-OUTCOME          PIC X(12).
           05 ML-SOURCE           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-SUBJECT          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-SCREENED-NAME    PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-LISTED-NAME      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-ENTRY-ID         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-LIST-CODE        PIC X(08).

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

           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE
           IF WS-CALLER-USERID = SPACES
              MOVE 'SCRNMON' TO WS-CALLER-USERID
           END-IF

           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              GOBACK
           END-IF
           OPEN INPUT User-Auth
           IF NOT USERAUTH-NORMAL
              DISPLAY "ERROR: unable to open USERAUTH, status="
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE Loan-Accounts
              GOBACK
           END-IF
           OPEN INPUT Pending-Accounts
           IF NOT PENDACCT-NORMAL
              DISPLAY "ERROR: unable to open PENDACCT, status="
                      PENDACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE Loan-Accounts
              CLOSE User-Auth
              GOBACK
           END-IF
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open SCRNMRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE Loan-Accounts
              CLOSE User-Auth
              CLOSE Pending-Accounts
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           MOVE 'N' TO WS-EOF-SW
           PERFORM RESCREEN-ONE-CUSTOMER
               UNTIL POPULATION-EOF OR SCREENING-UNAVAILABLE
           MOVE 'N' TO WS-EOF-SW
           PERFORM RESCREEN-ONE-LOAN-ACCOUNT
               UNTIL POPULATION-EOF OR SCREENING-UNAVAILABLE
           MOVE 'N' TO WS-EOF-SW
           PERFORM RESCREEN-ONE-TRADER
               UNTIL POPULATION-EOF OR SCREENING-UNAVAILABLE

           PERFORM WRITE-CONTROL-TOTALS

           MOVE 'E' TO SCRNPARM-FUNCTION
           CALL 'SCRNCHK' USING SCRNPARM-AREA

           CLOSE Report-Output.
           CLOSE Pending-Accounts.
           CLOSE User-Auth.
           CLOSE Loan-Accounts.
           CLOSE Filea-VSAM.

           DISPLAY "======================================"
           DISPLAY " SCRNMON End-of-job reconciliation"
           DISPLAY "   FileA customers      : " RC-FILEA-SCREENED
           DISPLAY "   Loan accounts        : " RC-LOANS-SCREENED
           DISPLAY "   Traders              : " RC-TRADERS-SCREENED
           DISPLAY "   Not screenable       : " RC-NOT-SCREENABLE
           DISPLAY "   New matches          : " RC-NEW-MATCHES
           DISPLAY "   Matches still open   : " RC-OPEN-MATCHES
           DISPLAY "   Confirmed parties    : " RC-CONFIRMED-PARTIES
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * RESCREEN-ONE-CUSTOMER - every live FileA customer, skipping    *
      * the number-range control record and soft-deleted records.      *
      *----------------------------------------------------------------*
       RESCREEN-ONE-CUSTOMER SECTION.
           READ Filea-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF POPULATION-EOF
              GO TO RESCREEN-ONE-CUSTOMER-EXIT
           END-IF
           IF NOT NORMAL
              DISPLAY "ERROR: FILEA read failed, status=" STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO RESCREEN-ONE-CUSTOMER-EXIT
           END-IF
           IF numb OF FileA-record = WS-NUMB-CONTROL-KEY
              OR FILEA-DELETED
              GO TO RESCREEN-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO RC-FILEA-SCREENED
           MOVE 'F' TO SCRNPARM-SOURCE
           MOVE SPACES TO SCRNPARM-SUBJECT
           MOVE numb OF FileA-record TO SCRNPARM-SUBJECT
           MOVE name OF FileA-record TO SCRNPARM-NAME
           PERFORM SCREEN-EXISTING-PARTY
           .
       RESCREEN-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESCREEN-ONE-LOAN-ACCOUNT - every open LOANACCT account, under *
      * its account number.                                            *
      *----------------------------------------------------------------*
       RESCREEN-ONE-LOAN-ACCOUNT SECTION.
           READ Loan-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF POPULATION-EOF
              GO TO RESCREEN-ONE-LOAN-ACCOUNT-EXIT
           END-IF
           IF NOT LOANACCT-NORMAL
              DISPLAY "ERROR: LOANACCT read failed, status="
                      LOANACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO RESCREEN-ONE-LOAN-ACCOUNT-EXIT
           END-IF
           IF NOT LOANACCT-OPEN
              GO TO RESCREEN-ONE-LOAN-ACCOUNT-EXIT
           END-IF

           ADD 1 TO RC-LOANS-SCREENED
           MOVE 'A' TO SCRNPARM-SOURCE
           MOVE SPACES TO SCRNPARM-SUBJECT
           MOVE LOANACCT-NUMBER TO SCRNPARM-SUBJECT
           MOVE LOANACCT-NAME TO SCRNPARM-NAME
           PERFORM SCREEN-EXISTING-PARTY
           .
       RESCREEN-ONE-LOAN-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESCREEN-ONE-TRADER - every USERAUTH trader that is not        *
      * disabled, under the name on their PENDACCT application.        *
      *----------------------------------------------------------------*
       RESCREEN-ONE-TRADER SECTION.
           READ User-Auth NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF POPULATION-EOF
              GO TO RESCREEN-ONE-TRADER-EXIT
           END-IF
           IF NOT USERAUTH-NORMAL
              DISPLAY "ERROR: USERAUTH read failed, status="
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO RESCREEN-ONE-TRADER-EXIT
           END-IF
           IF USERAUTH-DISABLED
              GO TO RESCREEN-ONE-TRADER-EXIT
           END-IF

           MOVE USERAUTH-USERID TO PENDACCT-USERID
           READ Pending-Accounts KEY IS PENDACCT-KEY OF
                                        PENDACCT-RECORD
           IF NOT PENDACCT-NORMAL
              OR PENDACCT-NAME = SPACES
              ADD 1 TO RC-NOT-SCREENABLE
              GO TO RESCREEN-ONE-TRADER-EXIT
           END-IF

           ADD 1 TO RC-TRADERS-SCREENED
           MOVE 'T' TO SCRNPARM-SOURCE
           MOVE USERAUTH-USERID TO SCRNPARM-SUBJECT
           MOVE PENDACCT-NAME TO SCRNPARM-NAME
           PERFORM SCREEN-EXISTING-PARTY
           .
       RESCREEN-ONE-TRADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCREEN-EXISTING-PARTY - one party through SCRNCHK. A new match *
      * is queued holding nothing; an unavailable list ends the run,   *
      * since a partial rescreen would read as a clean one.            *
      *----------------------------------------------------------------*
       SCREEN-EXISTING-PARTY SECTION.
           MOVE 'S' TO SCRNPARM-FUNCTION
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           EVALUATE TRUE
              WHEN SCRNPARM-NO-MATCH
                 GO TO SCREEN-EXISTING-PARTY-EXIT
              WHEN SCRNPARM-UNAVAILABLE
                 DISPLAY "ERROR: screening list unavailable, "
                         "rescreen incomplete"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-UNAVAILABLE-SW
                 GO TO SCREEN-EXISTING-PARTY-EXIT
              WHEN SCRNPARM-MATCH-CONFIRMED
                 ADD 1 TO RC-CONFIRMED-PARTIES
                 MOVE 'CONFIRMED' TO WS-OUTCOME
              WHEN SCRNPARM-ALREADY-QUEUED
                 ADD 1 TO RC-OPEN-MATCHES
                 MOVE 'STILL OPEN' TO WS-OUTCOME
              WHEN OTHER
                 MOVE 'H' TO SCRNPARM-FUNCTION
                 MOVE 'R' TO SCRNPARM-HOLD-TYPE
                 MOVE 'SCRNMON' TO SCRNPARM-ORIGIN
                 MOVE WS-CALLER-USERID TO SCRNPARM-USERID
                 MOVE SPACES TO SCRNPARM-HELD-DATA
                 CALL 'SCRNCHK' USING SCRNPARM-AREA
                 IF SCRNPARM-UNAVAILABLE
                    DISPLAY "ERROR: SCRNHIT unavailable, "
                            "rescreen incomplete"
                    MOVE 16 TO RETURN-CODE
                    MOVE 'Y' TO WS-UNAVAILABLE-SW
                    GO TO SCREEN-EXISTING-PARTY-EXIT
                 END-IF
                 ADD 1 TO RC-NEW-MATCHES
                 MOVE 'NEW' TO WS-OUTCOME
           END-EVALUATE

           MOVE WS-OUTCOME TO ML-OUTCOME
           MOVE SCRNPARM-SOURCE TO ML-SOURCE
           MOVE SCRNPARM-SUBJECT TO ML-SUBJECT
           MOVE SCRNPARM-NAME TO ML-SCREENED-NAME
           MOVE SCRNPARM-LISTED-NAME TO ML-LISTED-NAME
           MOVE SCRNPARM-ENTRY-ID TO ML-ENTRY-ID
           MOVE SCRNPARM-LIST-CODE TO ML-LIST-CODE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       SCREEN-EXISTING-PARTY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CONTROL-TOTALS - the population screened and what was    *
      * found. New matches and confirmed parties still on the books    *
      * both warn the run for compliance's attention.                  *
      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FILEA CUSTOMERS SCREENED:     ' TO CN-LABEL
           MOVE RC-FILEA-SCREENED TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOAN ACCOUNTS SCREENED:       ' TO CN-LABEL
           MOVE RC-LOANS-SCREENED TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TRADERS SCREENED:             ' TO CN-LABEL
           MOVE RC-TRADERS-SCREENED TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TRADERS NOT SCREENABLE:       ' TO CN-LABEL
           MOVE RC-NOT-SCREENABLE TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NEW MATCHES:                  ' TO CN-LABEL
           MOVE RC-NEW-MATCHES TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCHES STILL OPEN:           ' TO CN-LABEL
           MOVE RC-OPEN-MATCHES TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONFIRMED PARTIES ON FILE:    ' TO CN-LABEL
           MOVE RC-CONFIRMED-PARTIES TO CN-COUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF RETURN-CODE = 0
              AND (RC-NEW-MATCHES > 0 OR RC-CONFIRMED-PARTIES > 0)
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = XREFSUGG                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFSUGG.
      * CUSTXREF link suggestions for the CUST360 single-customer
      * view. Every live FileA customer's NAME is matched against the
      * names the other stores hold for their own identities:
      *   - LOANHIST-NAME (and the co-applicant name) behind each loan
      *     decision UID, strengthened when LOANOFFR holds an offer in
      *     the same name;
      *   - the PENDACCT applicant name behind each approved trader
      *     userid still enabled on USERAUTH;
      *   - the same applicant name behind a catalog userid that has
      *     ORDHIST orders (an approved applicant's userid, when it
      *     fits the catalog's eight characters).
      * Each candidate is scored - 100 same name, 90 same words in a
      * different order, 70 same surname and first initial - less 20
      * for a co-applicant's name, plus 10 for a matching loan offer,
      * less 20 when the identity matches more than one customer and
      * less 10 when the customer has rival candidates of the same
      * kind. Candidates scoring 50 or more are listed on XREFRPT and
      * written to XREFSUGS in the XREFCARD layout, for a reviewer to
      * accept through XREFACPT; links already on CUSTXREF are not
      * suggested again, and an identity already linked to another
      * customer is listed but not written. Existing links that point
      * at a purged loan UID, a trader userid that is disabled or gone
      * from USERAUTH, or a customer no longer live on FILEA, are
      * reported as stale.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
              FILE STATUS IS CUSTXREF-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANHIST-KEY OF LOANHIST-RECORD
              FILE STATUS IS LOANHIST-STATUS.

           SELECT Loan-Offers ASSIGN TO LOANOFFR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANOFFR-KEY OF LOANOFFR-RECORD
              FILE STATUS IS LOANOFFR-FILE-STATUS.

           SELECT Pending-Accounts ASSIGN TO PENDACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PENDACCT-KEY OF PENDACCT-RECORD
              FILE STATUS IS PENDACCT-FILE-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Suggestion-Output ASSIGN TO XREFSUGS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS XREFSUGS-STATUS.

           SELECT Report-Output ASSIGN TO XREFRPT
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

       FD  Cust-Xref.
       COPY CUSTXREF SUPPRESS.

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

       FD  Loan-Offers.
       COPY LOANOFFR SUPPRESS.

       FD  Pending-Accounts.
       COPY PENDACCT SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Suggestion-Output.
       COPY XREFCARD SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 CUSTXREF-STATUS             PIC X(2).
           88 CUSTXREF-NORMAL         VALUE '00'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 LOANOFFR-FILE-STATUS        PIC X(2).
           88 LOANOFFR-NORMAL         VALUE '00'.
       01 PENDACCT-FILE-STATUS        PIC X(2).
           88 PENDACCT-NORMAL         VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 USERAUTH-FILE-STATUS        PIC X(2).
           88 USERAUTH-NORMAL         VALUE '00'.
           88 USERAUTH-NOTFOUND       VALUE '23'.
       01 XREFSUGS-STATUS             PIC X(2).
           88 XREFSUGS-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 FILEA-EOF               VALUE 'Y'.
       01 WS-XREF-EOF-SW              PIC X(01) VALUE 'N'.
           88 CUSTXREF-EOF            VALUE 'Y'.
       01 WS-LOAN-EOF-SW              PIC X(01) VALUE 'N'.
           88 LOANHIST-EOF            VALUE 'Y'.
       01 WS-OFFER-EOF-SW             PIC X(01) VALUE 'N'.
           88 LOANOFFR-EOF            VALUE 'Y'.
       01 WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
           88 PENDACCT-EOF            VALUE 'Y'.
       01 WS-ORDER-EOF-SW             PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-NUMB-CONTROL-KEY         PIC X(06) VALUE '000000'.
       01 WS-RUN-DATE                 PIC X(08).

      * Lowest score worth a reviewer's time, after every adjustment.
       01 WS-MINIMUM-SCORE            PIC 9(03) VALUE 50.

      * The links already on CUSTXREF, loaded up front so suggestions
      * can be checked against them and stale ones found afterwards.
       01 WS-XREF-TABLE.
           05 XT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 XT-ENTRY OCCURS 2000 TIMES INDEXED BY XT-IX XT-JX.
               10 XT-NUMB             PIC X(06).
               10 XT-LOAN-UID         PIC X(08).
               10 XT-ORDER-USERID     PIC X(08).
               10 XT-TRADER-USERID    PIC X(60).
               10 XT-LIVE-SW          PIC X(01).
                   88 XT-CUSTOMER-LIVE    VALUE 'Y'.
       01 WS-XREF-FOUND-SW            PIC X(01) VALUE 'N'.
           88 XREF-ON-TABLE           VALUE 'Y'.

      * Every identity another store holds a name for: its kind (the
      * CUSTXREF slot it would fill), the identity itself, the name
      * behind it and that name broken into words for matching.
       01 WS-IDENTITY-TABLE.
           05 ID-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 ID-ENTRY OCCURS 3000 TIMES INDEXED BY ID-IX.
               10 ID-KIND             PIC X(01).
               10 ID-VALUE            PIC X(60).
               10 ID-NAME             PIC X(20).
               10 ID-JOINT-SW         PIC X(01).
                   88 ID-CO-APPLICANT     VALUE 'Y'.
               10 ID-OFFER-SW         PIC X(01).
                   88 ID-HAS-OFFER        VALUE 'Y'.
               10 ID-SUGGEST-COUNT    PIC 9(04) COMP.
               10 ID-WORD-COUNT       PIC 9(01).
               10 ID-WORD OCCURS 4 TIMES PIC X(20).
       01 WS-IDENTITY-FOUND-SW        PIC X(01) VALUE 'N'.
           88 IDENTITY-ON-TABLE       VALUE 'Y'.
       01 WS-WORK-KIND                PIC X(01).
       01 WS-WORK-VALUE               PIC X(60).
       01 WS-WORK-NAME                PIC X(20).
       01 WS-WORK-JOINT-SW            PIC X(01).

      * Names on loan offers, and catalog userids with orders.
       01 WS-OFFER-TABLE.
           05 OF-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 OF-ENTRY OCCURS 2000 TIMES INDEXED BY OF-IX.
               10 OF-NAME             PIC X(20).
       01 WS-ORDER-USER-TABLE.
           05 OU-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 OU-ENTRY OCCURS 2000 TIMES INDEXED BY OU-IX.
               10 OU-USERID           PIC X(08).
       01 WS-TABLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88 FOUND-ON-TABLE          VALUE 'Y'.

      * Candidate links found, held until every customer has been
      * matched so that an identity matching several customers, or a
      * customer with rival candidates, can be marked down.
       01 WS-SUGGESTION-TABLE.
           05 SG-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 SG-ENTRY OCCURS 3000 TIMES INDEXED BY SG-IX.
               10 SG-NUMB             PIC X(06).
               10 SG-CUST-NAME        PIC X(20).
               10 SG-ID-NUMBER        PIC 9(04) COMP.
               10 SG-SCORE            PIC S9(03) COMP.
               10 SG-REASON           PIC X(20).
               10 SG-NOTE             PIC X(24).
               10 SG-KIND-COUNT       PIC 9(04) COMP.
               10 SG-CARD-SW          PIC X(01).
                   88 SG-WRITE-CARD       VALUE 'Y'.
       01 WS-FIRST-SUGGESTION         PIC 9(04) COMP VALUE 0.
       01 WS-LOAN-CANDIDATES          PIC 9(04) COMP VALUE 0.
       01 WS-ORDER-CANDIDATES         PIC 9(04) COMP VALUE 0.
       01 WS-TRADER-CANDIDATES        PIC 9(04) COMP VALUE 0.

      * Name matching: a name is upper-cased, its punctuation blanked
      * and split into up to four words; CW- holds the customer's.
       01 WS-NAME-IN                  PIC X(20).
       01 WS-NAME-WORK                PIC X(20).
       01 WS-RAW-WORDS.
           05 RW-WORD OCCURS 6 TIMES  PIC X(20).
       01 WS-NAME-WORDS.
           05 NW-WORD-COUNT           PIC 9(01).
           05 NW-WORD OCCURS 4 TIMES  PIC X(20).
       01 WS-CUSTOMER-WORDS.
           05 CW-WORD-COUNT           PIC 9(01).
           05 CW-WORD OCCURS 4 TIMES  PIC X(20).
       01 WS-CUSTOMER-NUMB            PIC X(06).
       01 WS-CUSTOMER-NAME            PIC X(20).
       01 WS-I                        PIC 9(04) COMP VALUE 0.
       01 WS-J                        PIC 9(04) COMP VALUE 0.
       01 WS-WORDS-MATCHED            PIC 9(04) COMP VALUE 0.
       01 WS-ID-LAST-WORD             PIC 9(04) COMP VALUE 0.
       01 WS-WORDS-IN-ORDER           PIC 9(04) COMP VALUE 0.
       01 WS-WORD-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WORD-FOUND              VALUE 'Y'.
       01 WS-SCORE                    PIC S9(03) COMP VALUE 0.
       01 WS-MATCH-REASON             PIC X(20).
       01 WS-NOTE                     PIC X(24).
       01 WS-CURRENT-LINK             PIC X(60).
       01 WS-COUNT-DISPLAY            PIC Z9.

      * End-of-job reconciliation counts.
       01 RECONCILIATION-COUNTS.
           05 RC-CUSTOMERS-READ       PIC 9(08) COMP VALUE 0.
           05 RC-XREF-LOADED          PIC 9(08) COMP VALUE 0.
           05 RC-IDENTITIES-LOADED    PIC 9(08) COMP VALUE 0.
           05 RC-ALREADY-LINKED       PIC 9(08) COMP VALUE 0.
           05 RC-SUGGESTIONS          PIC 9(08) COMP VALUE 0.
           05 RC-CARDS-WRITTEN        PIC 9(08) COMP VALUE 0.
           05 RC-BELOW-MINIMUM        PIC 9(08) COMP VALUE 0.
           05 RC-STALE-LINKS          PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(28) VALUE
              'CUSTXREF LINK SUGGESTIONS - '.
           05 RT-RUN-DATE         PIC X(08).

       01 WS-SUGGEST-HEADING.
           05 FILLER              PIC X(28) VALUE
              'NUMB    CUSTOMER NAME'.
           05 FILLER              PIC X(03) VALUE 'K'.
           05 FILLER              PIC X(26) VALUE 'IDENTITY'.
           05 FILLER              PIC X(22) VALUE 'NAME ON IDENTITY'.
           05 FILLER              PIC X(05) VALUE 'SCORE'.
           05 FILLER              PIC X(22) VALUE '  REASON'.
           05 FILLER              PIC X(04) VALUE 'NOTE'.

       01 WS-SUGGEST-LINE.
           05 SL-NUMB             PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-CUST-NAME        PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-KIND             PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-IDENTITY         PIC X(24).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-ID-NAME          PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-SCORE            PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-REASON           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-NOTE             PIC X(24).

       01 WS-STALE-HEADING.
           05 FILLER              PIC X(28) VALUE
              'STALE CUSTXREF LINKS'.

       01 WS-STALE-LINE.
           05 ST-NUMB             PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ST-SLOT             PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ST-IDENTITY         PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ST-REASON           PIC X(30).

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(28).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM LOAD-EXISTING-LINKS
           IF RETURN-CODE IS EQUAL TO 0
              PERFORM LOAD-LOAN-IDENTITIES
           END-IF
           IF RETURN-CODE IS EQUAL TO 0
              PERFORM LOAD-OFFER-NAMES
           END-IF
           IF RETURN-CODE IS EQUAL TO 0
              PERFORM LOAD-ORDER-USERIDS
           END-IF
           IF RETURN-CODE IS EQUAL TO 0
              PERFORM LOAD-TRADER-IDENTITIES
           END-IF
           IF RETURN-CODE IS NOT EQUAL TO 0
              GOBACK
           END-IF

           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              GOBACK
           END-IF

           OPEN OUTPUT Suggestion-Output
           IF NOT XREFSUGS-NORMAL
              DISPLAY "ERROR: unable to open XREFSUGS, status="
                      XREFSUGS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              CLOSE Filea-VSAM
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open XREFRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              CLOSE Filea-VSAM
              CLOSE Suggestion-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-FILEA-RECORD
           PERFORM MATCH-ONE-CUSTOMER
               UNTIL FILEA-EOF
           CLOSE Filea-VSAM

           IF RETURN-CODE IS NOT EQUAL TO 16
              PERFORM WRITE-ONE-SUGGESTION
                  VARYING SG-IX FROM 1 BY 1
                  UNTIL SG-IX IS GREATER THAN SG-ENTRY-COUNT

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-STALE-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM CHECK-ONE-EXISTING-LINK
                  VARYING XT-IX FROM 1 BY 1
                  UNTIL XT-IX IS GREATER THAN XT-ENTRY-COUNT
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE User-Auth
           CLOSE Suggestion-Output
           CLOSE Report-Output.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-EXISTING-LINKS - every CUSTXREF record into the link      *
      * table.                                                         *
      *----------------------------------------------------------------*
       LOAD-EXISTING-LINKS SECTION.
           OPEN INPUT Cust-Xref
           IF NOT CUSTXREF-NORMAL
              DISPLAY "ERROR: unable to open CUSTXREF, status="
                      CUSTXREF-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-EXISTING-LINKS-EXIT
           END-IF
           PERFORM LOAD-ONE-EXISTING-LINK
               UNTIL CUSTXREF-EOF
           CLOSE Cust-Xref
           .
       LOAD-EXISTING-LINKS-EXIT.
           EXIT.

       LOAD-ONE-EXISTING-LINK SECTION.
           READ Cust-Xref NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF NOT CUSTXREF-EOF
              IF XT-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: link table is full, CUSTXREF has "
                         "outgrown XREFSUGG - raise the size"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-XREF-EOF-SW
              ELSE
                 ADD 1 TO XT-ENTRY-COUNT
                 ADD 1 TO RC-XREF-LOADED
                 SET XT-IX TO XT-ENTRY-COUNT
                 MOVE CUSTXREF-NUMB TO XT-NUMB(XT-IX)
                 MOVE CUSTXREF-LOAN-UID TO XT-LOAN-UID(XT-IX)
                 MOVE CUSTXREF-ORDER-USERID TO XT-ORDER-USERID(XT-IX)
                 MOVE CUSTXREF-TRADER-USERID
                                          TO XT-TRADER-USERID(XT-IX)
                 MOVE 'N' TO XT-LIVE-SW(XT-IX)
              END-IF
           END-IF
           .
       LOAD-ONE-EXISTING-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-LOAN-IDENTITIES - one identity per loan UID and name on   *
      * LOANHIST, the co-applicant's name as a second, marked joint.  *
      *----------------------------------------------------------------*
       LOAD-LOAN-IDENTITIES SECTION.
           OPEN INPUT Loan-History
           IF NOT LOANHIST-NORMAL
              DISPLAY "ERROR: unable to open LOANHIST, status="
                      LOANHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-LOAN-IDENTITIES-EXIT
           END-IF
           PERFORM LOAD-ONE-LOAN-DECISION
               UNTIL LOANHIST-EOF
           CLOSE Loan-History
           .
       LOAD-LOAN-IDENTITIES-EXIT.
           EXIT.

       LOAD-ONE-LOAN-DECISION SECTION.
           READ Loan-History NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LOAN-EOF-SW
                 GO TO LOAD-ONE-LOAN-DECISION-EXIT
           END-READ
           MOVE 'L' TO WS-WORK-KIND
           MOVE LOANHIST-UID TO WS-WORK-VALUE
           IF LOANHIST-NAME NOT = SPACES
              MOVE LOANHIST-NAME TO WS-WORK-NAME
              MOVE 'N' TO WS-WORK-JOINT-SW
              PERFORM ADD-IDENTITY-ENTRY
           END-IF
           IF LOANHIST-COAPP-NAME NOT = SPACES
              MOVE LOANHIST-COAPP-NAME TO WS-WORK-NAME
              MOVE 'Y' TO WS-WORK-JOINT-SW
              PERFORM ADD-IDENTITY-ENTRY
           END-IF
           IF RETURN-CODE IS EQUAL TO 16
              MOVE 'Y' TO WS-LOAN-EOF-SW
           END-IF
           .
       LOAD-ONE-LOAN-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-OFFER-NAMES - the names on loan offers; a loan identity   *
      * in the same name is marked as having an offer behind it.       *
      *----------------------------------------------------------------*
       LOAD-OFFER-NAMES SECTION.
           OPEN INPUT Loan-Offers
           IF NOT LOANOFFR-NORMAL
              DISPLAY "ERROR: unable to open LOANOFFR, status="
                      LOANOFFR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-OFFER-NAMES-EXIT
           END-IF
           PERFORM LOAD-ONE-OFFER
               UNTIL LOANOFFR-EOF
           CLOSE Loan-Offers

           PERFORM MARK-ONE-OFFERED-LOAN
               VARYING ID-IX FROM 1 BY 1
               UNTIL ID-IX IS GREATER THAN ID-ENTRY-COUNT
           .
       LOAD-OFFER-NAMES-EXIT.
           EXIT.

       LOAD-ONE-OFFER SECTION.
           READ Loan-Offers NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OFFER-EOF-SW
                 GO TO LOAD-ONE-OFFER-EXIT
           END-READ
           IF LOANOFFR-NAME = SPACES
              GO TO LOAD-ONE-OFFER-EXIT
           END-IF
           MOVE LOANOFFR-NAME TO WS-NAME-IN
           PERFORM NORMALIZE-NAME
           PERFORM LOCATE-OFFER-NAME
           IF NOT FOUND-ON-TABLE
              IF OF-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: offer table is full, LOANOFFR has "
                         "outgrown XREFSUGG - raise the size"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-OFFER-EOF-SW
              ELSE
                 ADD 1 TO OF-ENTRY-COUNT
                 SET OF-IX TO OF-ENTRY-COUNT
                 MOVE WS-NAME-WORK TO OF-NAME(OF-IX)
              END-IF
           END-IF
           .
       LOAD-ONE-OFFER-EXIT.
           EXIT.

       LOCATE-OFFER-NAME SECTION.
           MOVE 'N' TO WS-TABLE-FOUND-SW
           IF OF-ENTRY-COUNT IS GREATER THAN 0
              SET OF-IX TO 1
              SEARCH OF-ENTRY
                 WHEN OF-IX IS GREATER THAN OF-ENTRY-COUNT
                    CONTINUE
                 WHEN OF-NAME(OF-IX) IS EQUAL TO WS-NAME-WORK
                    MOVE 'Y' TO WS-TABLE-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-OFFER-NAME-EXIT.
           EXIT.

       MARK-ONE-OFFERED-LOAN SECTION.
           IF ID-KIND(ID-IX) = 'L'
              AND NOT ID-CO-APPLICANT(ID-IX)
              MOVE ID-NAME(ID-IX) TO WS-NAME-IN
              PERFORM NORMALIZE-NAME
              PERFORM LOCATE-OFFER-NAME
              IF FOUND-ON-TABLE
                 MOVE 'Y' TO ID-OFFER-SW(ID-IX)
              END-IF
           END-IF
           .
       MARK-ONE-OFFERED-LOAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ORDER-USERIDS - every catalog userid with an order line,  *
      * skipping the number-range control record.                      *
      *----------------------------------------------------------------*
       LOAD-ORDER-USERIDS SECTION.
           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-ORDER-USERIDS-EXIT
           END-IF
           PERFORM LOAD-ONE-ORDER-LINE
               UNTIL ORDHIST-EOF
           CLOSE Order-History
           .
       LOAD-ORDER-USERIDS-EXIT.
           EXIT.

       LOAD-ONE-ORDER-LINE SECTION.
           READ Order-History NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF-SW
                 GO TO LOAD-ONE-ORDER-LINE-EXIT
           END-READ
           IF ORDHIST-ORDER-NUMBER = 0
              OR ORDHIST-USERID = SPACES
              GO TO LOAD-ONE-ORDER-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-TABLE-FOUND-SW
           IF OU-ENTRY-COUNT IS GREATER THAN 0
              SET OU-IX TO 1
              SEARCH OU-ENTRY
                 WHEN OU-IX IS GREATER THAN OU-ENTRY-COUNT
                    CONTINUE
                 WHEN OU-USERID(OU-IX) IS EQUAL TO ORDHIST-USERID
                    MOVE 'Y' TO WS-TABLE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT FOUND-ON-TABLE
              IF OU-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: order userid table is full, raise "
                         "the size in XREFSUGG"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-ORDER-EOF-SW
              ELSE
                 ADD 1 TO OU-ENTRY-COUNT
                 SET OU-IX TO OU-ENTRY-COUNT
                 MOVE ORDHIST-USERID TO OU-USERID(OU-IX)
              END-IF
           END-IF
           .
       LOAD-ONE-ORDER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-TRADER-IDENTITIES - each approved PENDACCT application    *
      * whose userid is still enabled on USERAUTH is a trader identity *
      * in the applicant's name, and a catalog identity too when the   *
      * same userid has placed orders. USERAUTH stays open for the     *
      * stale-link check.                                              *
      *----------------------------------------------------------------*
       LOAD-TRADER-IDENTITIES SECTION.
           OPEN INPUT User-Auth
           IF NOT USERAUTH-NORMAL
              DISPLAY "ERROR: unable to open USERAUTH, status="
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-TRADER-IDENTITIES-EXIT
           END-IF
           OPEN INPUT Pending-Accounts
           IF NOT PENDACCT-NORMAL
              DISPLAY "ERROR: unable to open PENDACCT, status="
                      PENDACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              GO TO LOAD-TRADER-IDENTITIES-EXIT
           END-IF
           PERFORM LOAD-ONE-APPLICATION
               UNTIL PENDACCT-EOF
           CLOSE Pending-Accounts
           IF RETURN-CODE IS EQUAL TO 16
              CLOSE User-Auth
           END-IF
           .
       LOAD-TRADER-IDENTITIES-EXIT.
           EXIT.

       LOAD-ONE-APPLICATION SECTION.
           READ Pending-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PEND-EOF-SW
                 GO TO LOAD-ONE-APPLICATION-EXIT
           END-READ
           IF NOT PENDACCT-APPROVED
              OR PENDACCT-NAME = SPACES
              GO TO LOAD-ONE-APPLICATION-EXIT
           END-IF
           MOVE PENDACCT-USERID TO USERAUTH-USERID
           READ User-Auth KEY IS USERAUTH-KEY OF USERAUTH-RECORD
           IF NOT USERAUTH-NORMAL
              GO TO LOAD-ONE-APPLICATION-EXIT
           END-IF
           IF USERAUTH-DISABLED
              GO TO LOAD-ONE-APPLICATION-EXIT
           END-IF

           MOVE PENDACCT-NAME TO WS-WORK-NAME
           MOVE 'N' TO WS-WORK-JOINT-SW
           MOVE 'T' TO WS-WORK-KIND
           MOVE PENDACCT-USERID TO WS-WORK-VALUE
           PERFORM ADD-IDENTITY-ENTRY

           IF PENDACCT-USERID(9:52) = SPACES
              MOVE 'N' TO WS-TABLE-FOUND-SW
              IF OU-ENTRY-COUNT IS GREATER THAN 0
                 SET OU-IX TO 1
                 SEARCH OU-ENTRY
                    WHEN OU-IX IS GREATER THAN OU-ENTRY-COUNT
                       CONTINUE
                    WHEN OU-USERID(OU-IX) IS EQUAL TO
                         PENDACCT-USERID(1:8)
                       MOVE 'Y' TO WS-TABLE-FOUND-SW
                 END-SEARCH
              END-IF
              IF FOUND-ON-TABLE
                 MOVE 'O' TO WS-WORK-KIND
                 PERFORM ADD-IDENTITY-ENTRY
              END-IF
           END-IF
           IF RETURN-CODE IS EQUAL TO 16
              MOVE 'Y' TO WS-PEND-EOF-SW
           END-IF
           .
       LOAD-ONE-APPLICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ADD-IDENTITY-ENTRY - WS-WORK-KIND/VALUE/NAME onto the identity *
      * table once, with the name's words ready for matching.          *
      *----------------------------------------------------------------*
       ADD-IDENTITY-ENTRY SECTION.
           MOVE 'N' TO WS-IDENTITY-FOUND-SW
           IF ID-ENTRY-COUNT IS GREATER THAN 0
              SET ID-IX TO 1
              SEARCH ID-ENTRY
                 WHEN ID-IX IS GREATER THAN ID-ENTRY-COUNT
                    CONTINUE
                 WHEN ID-KIND(ID-IX) = WS-WORK-KIND
                      AND ID-VALUE(ID-IX) = WS-WORK-VALUE
                      AND ID-NAME(ID-IX) = WS-WORK-NAME
                    MOVE 'Y' TO WS-IDENTITY-FOUND-SW
              END-SEARCH
           END-IF
           IF IDENTITY-ON-TABLE
              GO TO ADD-IDENTITY-ENTRY-EXIT
           END-IF
           IF ID-ENTRY-COUNT IS EQUAL TO 3000
              DISPLAY "ERROR: identity table is full, raise the size "
                      "in XREFSUGG"
              MOVE 16 TO RETURN-CODE
              GO TO ADD-IDENTITY-ENTRY-EXIT
           END-IF
           ADD 1 TO ID-ENTRY-COUNT
           ADD 1 TO RC-IDENTITIES-LOADED
           SET ID-IX TO ID-ENTRY-COUNT
           MOVE WS-WORK-KIND TO ID-KIND(ID-IX)
           MOVE WS-WORK-VALUE TO ID-VALUE(ID-IX)
           MOVE WS-WORK-NAME TO ID-NAME(ID-IX)
           MOVE WS-WORK-JOINT-SW TO ID-JOINT-SW(ID-IX)
           MOVE 'N' TO ID-OFFER-SW(ID-IX)
           MOVE 0 TO ID-SUGGEST-COUNT(ID-IX)
           MOVE WS-WORK-NAME TO WS-NAME-IN
           PERFORM NORMALIZE-NAME
           MOVE NW-WORD-COUNT TO ID-WORD-COUNT(ID-IX)
           PERFORM COPY-ONE-IDENTITY-WORD
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
           .
       ADD-IDENTITY-ENTRY-EXIT.
           EXIT.

       COPY-ONE-IDENTITY-WORD SECTION.
           MOVE NW-WORD(WS-I) TO ID-WORD(ID-IX, WS-I)
           .
       COPY-ONE-IDENTITY-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NORMALIZE-NAME - WS-NAME-IN upper-cased with its punctuation   *
      * blanked into WS-NAME-WORK, and its words (up to four) into     *
      * WS-NAME-WORDS.                                                 *
      *----------------------------------------------------------------*
       NORMALIZE-NAME SECTION.
           MOVE WS-NAME-IN TO WS-NAME-WORK
           INSPECT WS-NAME-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-'''
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '
           MOVE SPACES TO WS-RAW-WORDS
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO RW-WORD(1) RW-WORD(2) RW-WORD(3)
                    RW-WORD(4) RW-WORD(5) RW-WORD(6)
           END-UNSTRING
           MOVE SPACES TO WS-NAME-WORDS
           MOVE 0 TO NW-WORD-COUNT
           PERFORM KEEP-ONE-RAW-WORD
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
           .
       NORMALIZE-NAME-EXIT.
           EXIT.

       KEEP-ONE-RAW-WORD SECTION.
           IF RW-WORD(WS-J) NOT = SPACES
              AND NW-WORD-COUNT IS LESS THAN 4
              ADD 1 TO NW-WORD-COUNT
              MOVE RW-WORD(WS-J) TO NW-WORD(NW-WORD-COUNT)
           END-IF
           .
       KEEP-ONE-RAW-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-FILEA-RECORD SECTION.
           READ Filea-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           .
       READ-NEXT-FILEA-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MATCH-ONE-CUSTOMER - scores every identity against one live    *
      * customer's name and holds the candidates worth suggesting.     *
      *----------------------------------------------------------------*
       MATCH-ONE-CUSTOMER SECTION.
           IF FILEA-DELETED
              OR numb OF FileA-record = WS-NUMB-CONTROL-KEY
              GO TO MATCH-ONE-CUSTOMER-NEXT
           END-IF
           ADD 1 TO RC-CUSTOMERS-READ
           MOVE numb OF FileA-record TO WS-CUSTOMER-NUMB
           MOVE name OF FileA-record TO WS-CUSTOMER-NAME

           PERFORM LOCATE-CUSTOMER-LINKS
           IF XREF-ON-TABLE
              MOVE 'Y' TO XT-LIVE-SW(XT-IX)
           END-IF

           IF WS-CUSTOMER-NAME = SPACES
              GO TO MATCH-ONE-CUSTOMER-NEXT
           END-IF
           MOVE WS-CUSTOMER-NAME TO WS-NAME-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NAME-WORDS TO WS-CUSTOMER-WORDS

           COMPUTE WS-FIRST-SUGGESTION = SG-ENTRY-COUNT + 1
           MOVE 0 TO WS-LOAN-CANDIDATES WS-ORDER-CANDIDATES
                     WS-TRADER-CANDIDATES
           PERFORM SCORE-ONE-IDENTITY
               VARYING ID-IX FROM 1 BY 1
               UNTIL ID-IX IS GREATER THAN ID-ENTRY-COUNT
                  OR RETURN-CODE IS EQUAL TO 16
           PERFORM COUNT-RIVAL-CANDIDATES
               VARYING SG-IX FROM WS-FIRST-SUGGESTION BY 1
               UNTIL SG-IX IS GREATER THAN SG-ENTRY-COUNT

           IF RETURN-CODE IS EQUAL TO 16
              MOVE 'Y' TO WS-EOF-SW
              GO TO MATCH-ONE-CUSTOMER-EXIT
           END-IF
           .
       MATCH-ONE-CUSTOMER-NEXT.
           PERFORM READ-NEXT-FILEA-RECORD
           .
       MATCH-ONE-CUSTOMER-EXIT.
           EXIT.

       LOCATE-CUSTOMER-LINKS SECTION.
           MOVE 'N' TO WS-XREF-FOUND-SW
           IF XT-ENTRY-COUNT IS GREATER THAN 0
              SET XT-IX TO 1
              SEARCH XT-ENTRY
                 WHEN XT-IX IS GREATER THAN XT-ENTRY-COUNT
                    CONTINUE
                 WHEN XT-NUMB(XT-IX) IS EQUAL TO WS-CUSTOMER-NUMB
                    MOVE 'Y' TO WS-XREF-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-CUSTOMER-LINKS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCORE-ONE-IDENTITY - the customer's words against identity     *
      * ID-IX: the same words in the same order, the same words in    *
      * any order, or the same surname and first initial (either name *
      * may be written surname first). A candidate already linked to  *
      * this customer is not suggested again.                          *
      *----------------------------------------------------------------*
       SCORE-ONE-IDENTITY SECTION.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-MATCH-REASON WS-NOTE
           IF CW-WORD-COUNT = 0 OR ID-WORD-COUNT(ID-IX) = 0
              GO TO SCORE-ONE-IDENTITY-EXIT
           END-IF

           MOVE 0 TO WS-WORDS-MATCHED WS-WORDS-IN-ORDER
           PERFORM MATCH-ONE-CUSTOMER-WORD
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN CW-WORD-COUNT
           MOVE ID-WORD-COUNT(ID-IX) TO WS-ID-LAST-WORD
           EVALUATE TRUE
              WHEN CW-WORD-COUNT = ID-WORD-COUNT(ID-IX)
                   AND WS-WORDS-IN-ORDER = CW-WORD-COUNT
                 MOVE 100 TO WS-SCORE
                 MOVE 'SAME NAME' TO WS-MATCH-REASON
              WHEN CW-WORD-COUNT = ID-WORD-COUNT(ID-IX)
                   AND WS-WORDS-MATCHED = CW-WORD-COUNT
                 MOVE 90 TO WS-SCORE
                 MOVE 'SAME WORDS REORDERED' TO WS-MATCH-REASON
              WHEN CW-WORD-COUNT < 2 OR ID-WORD-COUNT(ID-IX) < 2
                 CONTINUE
              WHEN CW-WORD(CW-WORD-COUNT) =
                   ID-WORD(ID-IX, WS-ID-LAST-WORD)
                   AND CW-WORD(1)(1:1) = ID-WORD(ID-IX, 1)(1:1)
                 MOVE 70 TO WS-SCORE
                 MOVE 'SURNAME AND INITIAL' TO WS-MATCH-REASON
              WHEN CW-WORD(1) = ID-WORD(ID-IX, WS-ID-LAST-WORD)
                   AND CW-WORD(CW-WORD-COUNT)(1:1) =
                       ID-WORD(ID-IX, 1)(1:1)
                 MOVE 70 TO WS-SCORE
                 MOVE 'SURNAME AND INITIAL' TO WS-MATCH-REASON
              WHEN CW-WORD(CW-WORD-COUNT) = ID-WORD(ID-IX, 1)
                   AND CW-WORD(1)(1:1) =
                       ID-WORD(ID-IX, WS-ID-LAST-WORD)(1:1)
                 MOVE 70 TO WS-SCORE
                 MOVE 'SURNAME AND INITIAL' TO WS-MATCH-REASON
           END-EVALUATE
           IF WS-SCORE = 0
              GO TO SCORE-ONE-IDENTITY-EXIT
           END-IF

           IF ID-CO-APPLICANT(ID-IX)
              SUBTRACT 20 FROM WS-SCORE
              MOVE 'CO-APPLICANT' TO WS-NOTE
           END-IF
           IF ID-HAS-OFFER(ID-IX)
              ADD 10 TO WS-SCORE
              IF WS-SCORE > 100
                 MOVE 100 TO WS-SCORE
              END-IF
           END-IF

      * The customer's own current link in this slot, and whether the
      * identity is already linked to somebody else.
           MOVE SPACES TO WS-CURRENT-LINK
           PERFORM LOCATE-CUSTOMER-LINKS
           IF XREF-ON-TABLE
              EVALUATE ID-KIND(ID-IX)
                 WHEN 'L'
                    MOVE XT-LOAN-UID(XT-IX) TO WS-CURRENT-LINK
                 WHEN 'O'
                    MOVE XT-ORDER-USERID(XT-IX) TO WS-CURRENT-LINK
                 WHEN 'T'
                    MOVE XT-TRADER-USERID(XT-IX) TO WS-CURRENT-LINK
              END-EVALUATE
           END-IF
           IF WS-CURRENT-LINK = ID-VALUE(ID-IX)
              ADD 1 TO RC-ALREADY-LINKED
              GO TO SCORE-ONE-IDENTITY-EXIT
           END-IF

           IF SG-ENTRY-COUNT IS EQUAL TO 3000
              DISPLAY "ERROR: suggestion table is full, raise the "
                      "size in XREFSUGG"
              MOVE 16 TO RETURN-CODE
              GO TO SCORE-ONE-IDENTITY-EXIT
           END-IF
           ADD 1 TO SG-ENTRY-COUNT
           SET SG-IX TO SG-ENTRY-COUNT
           MOVE WS-CUSTOMER-NUMB TO SG-NUMB(SG-IX)
           MOVE WS-CUSTOMER-NAME TO SG-CUST-NAME(SG-IX)
           SET SG-ID-NUMBER(SG-IX) TO ID-IX
           MOVE WS-SCORE TO SG-SCORE(SG-IX)
           MOVE WS-MATCH-REASON TO SG-REASON(SG-IX)
           MOVE 'Y' TO SG-CARD-SW(SG-IX)
           MOVE 0 TO SG-KIND-COUNT(SG-IX)
           ADD 1 TO ID-SUGGEST-COUNT(ID-IX)
           EVALUATE ID-KIND(ID-IX)
              WHEN 'L'
                 ADD 1 TO WS-LOAN-CANDIDATES
              WHEN 'O'
                 ADD 1 TO WS-ORDER-CANDIDATES
              WHEN 'T'
                 ADD 1 TO WS-TRADER-CANDIDATES
           END-EVALUATE

           PERFORM LOCATE-OTHER-LINK
           IF XREF-ON-TABLE
              MOVE SPACES TO WS-NOTE
              STRING 'LINKED TO ' XT-NUMB(XT-JX)
                     DELIMITED BY SIZE INTO WS-NOTE
              MOVE 'N' TO SG-CARD-SW(SG-IX)
           ELSE
              IF WS-CURRENT-LINK NOT = SPACES
                 AND WS-NOTE = SPACES
                 MOVE 'REPLACES CURRENT LINK' TO WS-NOTE
              END-IF
           END-IF
           MOVE WS-NOTE TO SG-NOTE(SG-IX)
           .
       SCORE-ONE-IDENTITY-EXIT.
           EXIT.

       MATCH-ONE-CUSTOMER-WORD SECTION.
           IF WS-I IS NOT GREATER THAN ID-WORD-COUNT(ID-IX)
              IF CW-WORD(WS-I) = ID-WORD(ID-IX, WS-I)
                 ADD 1 TO WS-WORDS-IN-ORDER
              END-IF
           END-IF
           MOVE 'N' TO WS-WORD-FOUND-SW
           PERFORM FIND-ONE-IDENTITY-WORD
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J IS GREATER THAN ID-WORD-COUNT(ID-IX)
                  OR WORD-FOUND
           IF WORD-FOUND
              ADD 1 TO WS-WORDS-MATCHED
           END-IF
           .
       MATCH-ONE-CUSTOMER-WORD-EXIT.
           EXIT.

       FIND-ONE-IDENTITY-WORD SECTION.
           IF CW-WORD(WS-I) = ID-WORD(ID-IX, WS-J)
              MOVE 'Y' TO WS-WORD-FOUND-SW
           END-IF
           .
       FIND-ONE-IDENTITY-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOCATE-OTHER-LINK - another customer already holding identity  *
      * ID-IX in the same CUSTXREF slot, found at XT-JX.               *
      *----------------------------------------------------------------*
       LOCATE-OTHER-LINK SECTION.
           MOVE 'N' TO WS-XREF-FOUND-SW
           IF XT-ENTRY-COUNT IS GREATER THAN 0
              SET XT-JX TO 1
              SEARCH XT-ENTRY VARYING XT-JX
                 WHEN XT-JX IS GREATER THAN XT-ENTRY-COUNT
                    CONTINUE
                 WHEN XT-NUMB(XT-JX) NOT = WS-CUSTOMER-NUMB
                      AND ID-KIND(ID-IX) = 'L'
                      AND XT-LOAN-UID(XT-JX) = ID-VALUE(ID-IX)
                    MOVE 'Y' TO WS-XREF-FOUND-SW
                 WHEN XT-NUMB(XT-JX) NOT = WS-CUSTOMER-NUMB
                      AND ID-KIND(ID-IX) = 'O'
                      AND XT-ORDER-USERID(XT-JX) = ID-VALUE(ID-IX)
                    MOVE 'Y' TO WS-XREF-FOUND-SW
                 WHEN XT-NUMB(XT-JX) NOT = WS-CUSTOMER-NUMB
                      AND ID-KIND(ID-IX) = 'T'
                      AND XT-TRADER-USERID(XT-JX) = ID-VALUE(ID-IX)
                    MOVE 'Y' TO WS-XREF-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-OTHER-LINK-EXIT.
           EXIT.

       COUNT-RIVAL-CANDIDATES SECTION.
           SET ID-IX TO SG-ID-NUMBER(SG-IX)
           EVALUATE ID-KIND(ID-IX)
              WHEN 'L'
                 MOVE WS-LOAN-CANDIDATES TO SG-KIND-COUNT(SG-IX)
              WHEN 'O'
                 MOVE WS-ORDER-CANDIDATES TO SG-KIND-COUNT(SG-IX)
              WHEN 'T'
                 MOVE WS-TRADER-CANDIDATES TO SG-KIND-COUNT(SG-IX)
           END-EVALUATE
           .
       COUNT-RIVAL-CANDIDATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-ONE-SUGGESTION - marks the candidate down for ambiguity, *
      * then lists it and writes its card if it still scores enough.  *
      *----------------------------------------------------------------*
       WRITE-ONE-SUGGESTION SECTION.
           SET ID-IX TO SG-ID-NUMBER(SG-IX)
           IF ID-SUGGEST-COUNT(ID-IX) IS GREATER THAN 1
              SUBTRACT 20 FROM SG-SCORE(SG-IX)
              IF SG-NOTE(SG-IX) = SPACES
                 MOVE ID-SUGGEST-COUNT(ID-IX) TO WS-COUNT-DISPLAY
                 STRING 'MATCHES ' WS-COUNT-DISPLAY ' CUSTOMERS'
                        DELIMITED BY SIZE INTO SG-NOTE(SG-IX)
              END-IF
           END-IF
           IF SG-KIND-COUNT(SG-IX) IS GREATER THAN 1
              SUBTRACT 10 FROM SG-SCORE(SG-IX)
              IF SG-NOTE(SG-IX) = SPACES
                 MOVE SG-KIND-COUNT(SG-IX) TO WS-COUNT-DISPLAY
                 STRING 'ONE OF ' WS-COUNT-DISPLAY ' CANDIDATES'
                        DELIMITED BY SIZE INTO SG-NOTE(SG-IX)
              END-IF
           END-IF
           IF SG-SCORE(SG-IX) IS LESS THAN WS-MINIMUM-SCORE
              ADD 1 TO RC-BELOW-MINIMUM
              GO TO WRITE-ONE-SUGGESTION-EXIT
           END-IF

           ADD 1 TO RC-SUGGESTIONS
           MOVE SG-NUMB(SG-IX) TO SL-NUMB
           MOVE SG-CUST-NAME(SG-IX) TO SL-CUST-NAME
           MOVE ID-KIND(ID-IX) TO SL-KIND
           MOVE ID-VALUE(ID-IX) TO SL-IDENTITY
           MOVE ID-NAME(ID-IX) TO SL-ID-NAME
           MOVE SG-SCORE(SG-IX) TO SL-SCORE
           MOVE SG-REASON(SG-IX) TO SL-REASON
           MOVE SG-NOTE(SG-IX) TO SL-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUGGEST-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF SG-WRITE-CARD(SG-IX)
              MOVE SPACES TO XREFCARD-RECORD
              MOVE SG-NUMB(SG-IX) TO XC-NUMB
              MOVE ID-KIND(ID-IX) TO XC-KIND
              MOVE ID-VALUE(ID-IX) TO XC-IDENTITY
              WRITE XREFCARD-RECORD
              IF NOT XREFSUGS-NORMAL
                 DISPLAY "ERROR: XREFSUGS write failed, status="
                         XREFSUGS-STATUS
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO RC-CARDS-WRITTEN
              END-IF
           END-IF
           .
       WRITE-ONE-SUGGESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-ONE-EXISTING-LINK - one CUSTXREF record: its customer    *
      * must still be live, its loan UID still on LOANHIST and its     *
      * trader userid still enabled on USERAUTH.                       *
      *----------------------------------------------------------------*
       CHECK-ONE-EXISTING-LINK SECTION.
           IF NOT XT-CUSTOMER-LIVE(XT-IX)
              MOVE 'FILEA NUMB' TO ST-SLOT
              MOVE XT-NUMB(XT-IX) TO ST-IDENTITY
              MOVE 'CUSTOMER NOT LIVE ON FILEA' TO ST-REASON
              PERFORM WRITE-STALE-LINE
           END-IF

           IF XT-LOAN-UID(XT-IX) NOT = SPACES
              MOVE 'N' TO WS-IDENTITY-FOUND-SW
              IF ID-ENTRY-COUNT IS GREATER THAN 0
                 SET ID-IX TO 1
                 SEARCH ID-ENTRY
                    WHEN ID-IX IS GREATER THAN ID-ENTRY-COUNT
                       CONTINUE
                    WHEN ID-KIND(ID-IX) = 'L'
                         AND ID-VALUE(ID-IX) = XT-LOAN-UID(XT-IX)
                       MOVE 'Y' TO WS-IDENTITY-FOUND-SW
                 END-SEARCH
              END-IF
              IF NOT IDENTITY-ON-TABLE
                 MOVE 'LOAN UID' TO ST-SLOT
                 MOVE XT-LOAN-UID(XT-IX) TO ST-IDENTITY
                 MOVE 'LOAN UID PURGED FROM LOANHIST' TO ST-REASON
                 PERFORM WRITE-STALE-LINE
              END-IF
           END-IF

           IF XT-TRADER-USERID(XT-IX) NOT = SPACES
              MOVE XT-TRADER-USERID(XT-IX) TO USERAUTH-USERID
              READ User-Auth KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              MOVE 'TRADER USERID' TO ST-SLOT
              MOVE XT-TRADER-USERID(XT-IX) TO ST-IDENTITY
              EVALUATE TRUE
                 WHEN USERAUTH-NOTFOUND
                    MOVE 'TRADER USERID NOT ON USERAUTH' TO ST-REASON
                    PERFORM WRITE-STALE-LINE
                 WHEN NOT USERAUTH-NORMAL
                    MOVE SPACES TO ST-REASON
                    STRING 'USERAUTH READ FAILED, STATUS='
                           USERAUTH-FILE-STATUS
                           DELIMITED BY SIZE INTO ST-REASON
                    PERFORM WRITE-STALE-LINE
                 WHEN USERAUTH-DISABLED
                    MOVE 'TRADER USERID DISABLED' TO ST-REASON
                    PERFORM WRITE-STALE-LINE
              END-EVALUATE
           END-IF
           .
       CHECK-ONE-EXISTING-LINK-EXIT.
           EXIT.

       WRITE-STALE-LINE SECTION.
           ADD 1 TO RC-STALE-LINKS
           MOVE XT-NUMB(XT-IX) TO ST-NUMB
           MOVE SPACES TO REPORT-LINE
           MOVE WS-STALE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-STALE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUGGEST-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'CUSTOMERS MATCHED:      ' TO CN-LABEL.
           MOVE RC-CUSTOMERS-READ TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'IDENTITIES LOADED:      ' TO CN-LABEL.
           MOVE RC-IDENTITIES-LOADED TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'CUSTXREF RECORDS READ:  ' TO CN-LABEL.
           MOVE RC-XREF-LOADED TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'ALREADY LINKED:         ' TO CN-LABEL.
           MOVE RC-ALREADY-LINKED TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'SUGGESTIONS LISTED:     ' TO CN-LABEL.
           MOVE RC-SUGGESTIONS TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'SUGGESTION CARDS:       ' TO CN-LABEL.
           MOVE RC-CARDS-WRITTEN TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'SCORED TOO LOW:         ' TO CN-LABEL.
           MOVE RC-BELOW-MINIMUM TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'STALE LINKS:            ' TO CN-LABEL.
           MOVE RC-STALE-LINKS TO CN-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.

           IF RC-STALE-LINKS IS GREATER THAN 0
              AND RETURN-CODE IS LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "======================================"
           DISPLAY " XREFSUGG End-of-job reconciliation"
           DISPLAY "   Customers matched    : " RC-CUSTOMERS-READ
           DISPLAY "   Identities loaded    : " RC-IDENTITIES-LOADED
           DISPLAY "   Already linked       : " RC-ALREADY-LINKED
           DISPLAY "   Suggestions listed   : " RC-SUGGESTIONS
           DISPLAY "   Suggestion cards     : " RC-CARDS-WRITTEN
           DISPLAY "   Stale links          : " RC-STALE-LINKS
           DISPLAY "======================================"
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-COUNT-LINE-EXIT.
           EXIT.

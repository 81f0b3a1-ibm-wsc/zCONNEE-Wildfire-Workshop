       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = XREFACPT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFACPT.
      * Accepts reviewed CUSTXREF link suggestions. Each XREFIN
      * control card is a line copied from the XREFSUGS file the
      * latest XREFSUGG run wrote - customer NUMB, link kind and
      * identity - and must still be on that file; a link XREFSUGG
      * did not suggest is refused unless the card carries the run's
      * override code (the value of the XREFACPTOVRD environment
      * variable). Before the link is written the customer must be
      * live on FILEA, a loan UID must still be on LOANHIST, a trader
      * userid must be on USERAUTH and not disabled, and the identity
      * must not already be linked to another customer. The link goes
      * into the customer's CUSTXREF record (created if there is none)
      * stamped with the run date and the submitting reviewer's own
      * userid, exactly as action X on CUST360 stamps it; every card
      * lands on XREFARPT as linked or refused with its reason.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Accept-Input ASSIGN TO XREFIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS XREFIN-STATUS.

           SELECT Suggestion-Input ASSIGN TO XREFSUGS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS XREFSUGS-STATUS.

           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Cust-Xref ASSIGN TO CUSTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
              FILE STATUS IS CUSTXREF-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANHIST-KEY OF LOANHIST-RECORD
              FILE STATUS IS LOANHIST-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Report-Output ASSIGN TO XREFARPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One link per card, in the XREFCARD layout.
       FD  Accept-Input.
       COPY XREFCARD SUPPRESS.

      * The suggestions from XREFSUGG's latest run, same layout.
       FD  Suggestion-Input.
       01  SUGGESTION-RECORD.
           05  SR-NUMB                PIC X(06).
           05  FILLER                 PIC X(01).
           05  SR-KIND                PIC X(01).
           05  FILLER                 PIC X(01).
           05  SR-IDENTITY            PIC X(60).
           05  FILLER                 PIC X(11).

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

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 XREFIN-STATUS               PIC X(2).
           88 XREFIN-NORMAL           VALUE '00'.
       01 XREFSUGS-STATUS             PIC X(2).
           88 XREFSUGS-NORMAL         VALUE '00'.
       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 CUSTXREF-STATUS             PIC X(2).
           88 CUSTXREF-NORMAL         VALUE '00'.
           88 CUSTXREF-NOTFOUND       VALUE '23'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 USERAUTH-FILE-STATUS        PIC X(2).
           88 USERAUTH-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-ACCEPT-EOF-SW            PIC X(01) VALUE 'N'.
           88 XREFIN-EOF              VALUE 'Y'.
       01 WS-SUGGEST-EOF-SW           PIC X(01) VALUE 'N'.
           88 XREFSUGS-EOF            VALUE 'Y'.
       01 WS-XREF-EOF-SW              PIC X(01) VALUE 'N'.
           88 CUSTXREF-EOF            VALUE 'Y'.

      * The suggestions from XREFSUGG's latest run, loaded up front
      * so each card validates with a table look-up.
       01 WS-SUGGESTION-TABLE.
           05 ST-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 ST-ENTRY OCCURS 3000 TIMES INDEXED BY ST-IX.
               10 ST-NUMB             PIC X(06).
               10 ST-KIND             PIC X(01).
               10 ST-IDENTITY         PIC X(60).
       01 WS-SUGGEST-FOUND-SW         PIC X(01) VALUE 'N'.
           88 LINK-WAS-SUGGESTED      VALUE 'Y'.

      * The links already on CUSTXREF, so an identity cannot be tied
      * to two customers; kept current as cards are applied.
       01 WS-XREF-TABLE.
           05 XT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 XT-ENTRY OCCURS 2000 TIMES INDEXED BY XT-IX.
               10 XT-NUMB             PIC X(06).
               10 XT-LOAN-UID         PIC X(08).
               10 XT-ORDER-USERID     PIC X(08).
               10 XT-TRADER-USERID    PIC X(60).
       01 WS-XREF-FOUND-SW            PIC X(01) VALUE 'N'.
           88 XREF-ON-TABLE           VALUE 'Y'.

      * The run's override code from the XREFACPTOVRD environment
      * variable; SPACES means no override is possible this run. The
      * reviewer is the userid that submitted the run.
       01 WS-OVERRIDE-ENV             PIC X(08) VALUE SPACES.
       01 WS-CALLER-USERID            PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE                 PIC X(08).
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-REPLACED-LINK            PIC X(60) VALUE SPACES.

      * End-of-job reconciliation counts.
       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(06) COMP VALUE 0.
           05 RC-LINKS-WRITTEN        PIC 9(06) COMP VALUE 0.
           05 RC-LINKS-REPLACED       PIC 9(06) COMP VALUE 0.
           05 RC-OVERRIDES-USED       PIC 9(06) COMP VALUE 0.
           05 RC-CARDS-REFUSED        PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'CUSTXREF LINK ACCEPTANCE REPORT -  '.
           05 RT-RUN-DATE         PIC X(08).
           05 FILLER              PIC X(14) VALUE
              '  REVIEWED BY '.
           05 RT-REVIEWER         PIC X(08).

       01 WS-RESULT-LINE.
           05 RL-NUMB             PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-KIND             PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-IDENTITY         PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-ACTION           PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-REASON           PIC X(40).

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
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE
           DISPLAY "XREFACPTOVRD" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           IF WS-CALLER-USERID = SPACES
              DISPLAY "ERROR: no submitting userid, accepted links "
                      "could not be attributed to a reviewer"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-SUGGESTIONS

           OPEN INPUT Accept-Input
           IF NOT XREFIN-NORMAL
              DISPLAY "ERROR: unable to open XREFIN, status="
                      XREFIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Accept-Input
              GOBACK
           END-IF

           OPEN I-O Cust-Xref
           IF NOT CUSTXREF-NORMAL
              DISPLAY "ERROR: unable to open CUSTXREF, status="
                      CUSTXREF-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Accept-Input
              CLOSE Filea-VSAM
              GOBACK
           END-IF

           OPEN INPUT Loan-History
           IF NOT LOANHIST-NORMAL
              DISPLAY "ERROR: unable to open LOANHIST, status="
                      LOANHIST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Accept-Input
              CLOSE Filea-VSAM
              CLOSE Cust-Xref
              GOBACK
           END-IF

           OPEN INPUT User-Auth
           IF NOT USERAUTH-NORMAL
              DISPLAY "ERROR: unable to open USERAUTH, status="
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Accept-Input
              CLOSE Filea-VSAM
              CLOSE Cust-Xref
              CLOSE Loan-History
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open XREFARPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Accept-Input
              CLOSE Filea-VSAM
              CLOSE Cust-Xref
              CLOSE Loan-History
              CLOSE User-Auth
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM LOAD-ONE-EXISTING-LINK
               UNTIL CUSTXREF-EOF

           IF RETURN-CODE IS NOT EQUAL TO 16
              PERFORM READ-NEXT-ACCEPT-CARD
              PERFORM ACCEPT-ONE-LINK
                  UNTIL XREFIN-EOF
           END-IF

           CLOSE Report-Output.
           CLOSE User-Auth.
           CLOSE Loan-History.
           CLOSE Cust-Xref.
           CLOSE Filea-VSAM.
           CLOSE Accept-Input.

           DISPLAY "======================================"
           DISPLAY " XREFACPT End-of-job reconciliation"
           DISPLAY "   Reviewer             : " WS-CALLER-USERID
           DISPLAY "   Cards read           : " RC-CARDS-READ
           DISPLAY "   Links written        : " RC-LINKS-WRITTEN
           DISPLAY "   Links replaced       : " RC-LINKS-REPLACED
           DISPLAY "   Overrides used       : " RC-OVERRIDES-USED
           DISPLAY "   Cards refused        : " RC-CARDS-REFUSED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-SUGGESTIONS - XREFSUGS from XREFSUGG's latest run into    *
      * the validation table; a missing file simply means no link can  *
      * be accepted without an override.                               *
      *----------------------------------------------------------------*
       LOAD-SUGGESTIONS SECTION.
           OPEN INPUT Suggestion-Input
           IF NOT XREFSUGS-NORMAL
              DISPLAY "WARNING: XREFSUGS unavailable (status="
                      XREFSUGS-STATUS "), only overrides can link"
              GO TO LOAD-SUGGESTIONS-EXIT
           END-IF
           PERFORM LOAD-ONE-SUGGESTION
               UNTIL XREFSUGS-EOF
           CLOSE Suggestion-Input
           .
       LOAD-SUGGESTIONS-EXIT.
           EXIT.

       LOAD-ONE-SUGGESTION SECTION.
           READ Suggestion-Input
              AT END
                 MOVE 'Y' TO WS-SUGGEST-EOF-SW
           END-READ
           IF NOT XREFSUGS-EOF
              IF ST-ENTRY-COUNT IS LESS THAN 3000
                 ADD 1 TO ST-ENTRY-COUNT
                 SET ST-IX TO ST-ENTRY-COUNT
                 MOVE SR-NUMB TO ST-NUMB(ST-IX)
                 MOVE SR-KIND TO ST-KIND(ST-IX)
                 MOVE SR-IDENTITY TO ST-IDENTITY(ST-IX)
              ELSE
                 DISPLAY "WARNING: suggestion table full, later "
                         "suggestions will need overrides"
                 MOVE 'Y' TO WS-SUGGEST-EOF-SW
              END-IF
           END-IF
           .
       LOAD-ONE-SUGGESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ONE-EXISTING-LINK - CUSTXREF read through from the start  *
      * into the link table.                                           *
      *----------------------------------------------------------------*
       LOAD-ONE-EXISTING-LINK SECTION.
           READ Cust-Xref NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF NOT CUSTXREF-EOF
              IF XT-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: link table is full, CUSTXREF has "
                         "outgrown XREFACPT - raise the size"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-XREF-EOF-SW
              ELSE
                 ADD 1 TO XT-ENTRY-COUNT
                 SET XT-IX TO XT-ENTRY-COUNT
                 MOVE CUSTXREF-NUMB TO XT-NUMB(XT-IX)
                 MOVE CUSTXREF-LOAN-UID TO XT-LOAN-UID(XT-IX)
                 MOVE CUSTXREF-ORDER-USERID TO XT-ORDER-USERID(XT-IX)
                 MOVE CUSTXREF-TRADER-USERID
                                          TO XT-TRADER-USERID(XT-IX)
              END-IF
           END-IF
           .
       LOAD-ONE-EXISTING-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ACCEPT-CARD SECTION.
           READ Accept-Input
              AT END
                 MOVE 'Y' TO WS-ACCEPT-EOF-SW
           END-READ
           IF NOT XREFIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-ACCEPT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ACCEPT-ONE-LINK - validates one card, writes the link and      *
      * reports the outcome, then advances.                            *
      *----------------------------------------------------------------*
       ACCEPT-ONE-LINK SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN XC-NUMB = SPACES
                   OR XC-IDENTITY = SPACES
                 MOVE 'NUMB AND IDENTITY REQUIRED'
                     TO WS-REJECT-REASON
              WHEN NOT XC-LOAN-LINK
                   AND NOT XC-ORDER-LINK
                   AND NOT XC-TRADER-LINK
                 MOVE 'KIND MUST BE L, O OR T'
                     TO WS-REJECT-REASON
              WHEN (XC-LOAN-LINK OR XC-ORDER-LINK)
                   AND XC-IDENTITY(9:52) NOT = SPACES
                 MOVE 'IDENTITY OVER 8 CHARACTERS FOR L OR O'
                     TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM CHECK-LINK-WAS-SUGGESTED
                 IF NOT LINK-WAS-SUGGESTED
                    IF XC-OVERRIDE-CODE NOT = SPACES
                       AND WS-OVERRIDE-ENV NOT = SPACES
                       AND XC-OVERRIDE-CODE = WS-OVERRIDE-ENV
                       ADD 1 TO RC-OVERRIDES-USED
                    ELSE
                       MOVE 'LINK NOT ON LATEST XREFSUGG RUN'
                           TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-LINK-STILL-VALID
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-ONE-LINK
           END-IF

           MOVE XC-NUMB TO RL-NUMB
           MOVE XC-KIND TO RL-KIND
           MOVE XC-IDENTITY TO RL-IDENTITY
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO RC-CARDS-REFUSED
              MOVE 'REFUSED   ' TO RL-ACTION
              MOVE WS-REJECT-REASON TO RL-REASON
           ELSE
              MOVE 'LINKED    ' TO RL-ACTION
              MOVE SPACES TO RL-REASON
              IF WS-REPLACED-LINK NOT = SPACES
                 STRING 'REPLACED ' WS-REPLACED-LINK
                        DELIMITED BY SIZE INTO RL-REASON
              END-IF
           END-IF
           PERFORM WRITE-RESULT-LINE

           PERFORM READ-NEXT-ACCEPT-CARD
           .
       ACCEPT-ONE-LINK-EXIT.
           EXIT.

       CHECK-LINK-WAS-SUGGESTED SECTION.
           MOVE 'N' TO WS-SUGGEST-FOUND-SW
           IF ST-ENTRY-COUNT IS GREATER THAN 0
              SET ST-IX TO 1
              SEARCH ST-ENTRY
                 WHEN ST-IX IS GREATER THAN ST-ENTRY-COUNT
                    CONTINUE
                 WHEN ST-NUMB(ST-IX) = XC-NUMB
                      AND ST-KIND(ST-IX) = XC-KIND
                      AND ST-IDENTITY(ST-IX) = XC-IDENTITY
                    MOVE 'Y' TO WS-SUGGEST-FOUND-SW
              END-SEARCH
           END-IF
           .
       CHECK-LINK-WAS-SUGGESTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-LINK-STILL-VALID - the customer and the identity as they *
      * stand today, not as they stood when XREFSUGG ran.              *
      *----------------------------------------------------------------*
       CHECK-LINK-STILL-VALID SECTION.
           MOVE XC-NUMB TO numb OF FileA-record
           READ Filea-VSAM KEY IS numb OF FileA-record
           IF NOT NORMAL OR FILEA-DELETED
              MOVE 'CUSTOMER NOT ON FILE OR DELETED'
                  TO WS-REJECT-REASON
              GO TO CHECK-LINK-STILL-VALID-EXIT
           END-IF

           EVALUATE TRUE
              WHEN XC-LOAN-LINK
                 MOVE XC-IDENTITY(1:8) TO LOANHIST-UID
                 MOVE LOW-VALUES TO LOANHIST-TIMESTAMP
                 START Loan-History KEY IS NOT LESS THAN
                                    LOANHIST-KEY OF LOANHIST-RECORD
                 IF LOANHIST-NORMAL
                    READ Loan-History NEXT RECORD
                 END-IF
                 IF NOT LOANHIST-NORMAL
                    OR LOANHIST-UID NOT = XC-IDENTITY(1:8)
                    MOVE 'LOAN UID NOT ON LOANHIST'
                        TO WS-REJECT-REASON
                 END-IF
              WHEN XC-TRADER-LINK
                 MOVE XC-IDENTITY TO USERAUTH-USERID
                 READ User-Auth KEY IS USERAUTH-KEY OF USERAUTH-RECORD
                 IF NOT USERAUTH-NORMAL
                    MOVE 'TRADER USERID NOT ON USERAUTH'
                        TO WS-REJECT-REASON
                 ELSE
                    IF USERAUTH-DISABLED
                       MOVE 'TRADER USERID DISABLED'
                           TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              GO TO CHECK-LINK-STILL-VALID-EXIT
           END-IF

           MOVE 'N' TO WS-XREF-FOUND-SW
           IF XT-ENTRY-COUNT IS GREATER THAN 0
              SET XT-IX TO 1
              SEARCH XT-ENTRY
                 WHEN XT-IX IS GREATER THAN XT-ENTRY-COUNT
                    CONTINUE
                 WHEN XT-NUMB(XT-IX) NOT = XC-NUMB
                      AND XC-LOAN-LINK
                      AND XT-LOAN-UID(XT-IX) = XC-IDENTITY(1:8)
                    MOVE 'Y' TO WS-XREF-FOUND-SW
                 WHEN XT-NUMB(XT-IX) NOT = XC-NUMB
                      AND XC-ORDER-LINK
                      AND XT-ORDER-USERID(XT-IX) = XC-IDENTITY(1:8)
                    MOVE 'Y' TO WS-XREF-FOUND-SW
                 WHEN XT-NUMB(XT-IX) NOT = XC-NUMB
                      AND XC-TRADER-LINK
                      AND XT-TRADER-USERID(XT-IX) = XC-IDENTITY
                    MOVE 'Y' TO WS-XREF-FOUND-SW
              END-SEARCH
           END-IF
           IF XREF-ON-TABLE
              STRING 'ALREADY LINKED TO ' XT-NUMB(XT-IX)
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           .
       CHECK-LINK-STILL-VALID-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-LINK - the identity into its slot on the customer's  *
      * CUSTXREF record, stamped with the run date and the reviewer.   *
      *----------------------------------------------------------------*
       APPLY-ONE-LINK SECTION.
           MOVE SPACES TO WS-REPLACED-LINK
           MOVE XC-NUMB TO CUSTXREF-NUMB
           READ Cust-Xref KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
           EVALUATE TRUE
              WHEN CUSTXREF-NORMAL
                 CONTINUE
              WHEN CUSTXREF-NOTFOUND
                 MOVE SPACES TO CUSTXREF-RECORD
                 MOVE XC-NUMB TO CUSTXREF-NUMB
              WHEN OTHER
                 MOVE 'CUSTXREF READ FAILED' TO WS-REJECT-REASON
                 MOVE 16 TO RETURN-CODE
                 GO TO APPLY-ONE-LINK-EXIT
           END-EVALUATE

           EVALUATE TRUE
              WHEN XC-LOAN-LINK
                 MOVE CUSTXREF-LOAN-UID TO WS-REPLACED-LINK
                 MOVE XC-IDENTITY(1:8) TO CUSTXREF-LOAN-UID
              WHEN XC-ORDER-LINK
                 MOVE CUSTXREF-ORDER-USERID TO WS-REPLACED-LINK
                 MOVE XC-IDENTITY(1:8) TO CUSTXREF-ORDER-USERID
              WHEN XC-TRADER-LINK
                 MOVE CUSTXREF-TRADER-USERID TO WS-REPLACED-LINK
                 MOVE XC-IDENTITY TO CUSTXREF-TRADER-USERID
           END-EVALUATE
           IF WS-REPLACED-LINK = XC-IDENTITY
              MOVE SPACES TO WS-REPLACED-LINK
           END-IF
           MOVE WS-RUN-DATE TO CUSTXREF-UPD-DATE
           MOVE WS-CALLER-USERID TO CUSTXREF-UPD-USERID

           IF CUSTXREF-NOTFOUND
              WRITE CUSTXREF-RECORD
           ELSE
              REWRITE CUSTXREF-RECORD
           END-IF
           IF NOT CUSTXREF-NORMAL
              MOVE 'CUSTXREF WRITE FAILED' TO WS-REJECT-REASON
              MOVE 16 TO RETURN-CODE
              GO TO APPLY-ONE-LINK-EXIT
           END-IF

           ADD 1 TO RC-LINKS-WRITTEN
           IF WS-REPLACED-LINK NOT = SPACES
              ADD 1 TO RC-LINKS-REPLACED
           END-IF
           PERFORM KEEP-LINK-TABLE-CURRENT
           .
       APPLY-ONE-LINK-EXIT.
           EXIT.

       KEEP-LINK-TABLE-CURRENT SECTION.
           MOVE 'N' TO WS-XREF-FOUND-SW
           IF XT-ENTRY-COUNT IS GREATER THAN 0
              SET XT-IX TO 1
              SEARCH XT-ENTRY
                 WHEN XT-IX IS GREATER THAN XT-ENTRY-COUNT
                    CONTINUE
                 WHEN XT-NUMB(XT-IX) = CUSTXREF-NUMB
                    MOVE 'Y' TO WS-XREF-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT XREF-ON-TABLE
              IF XT-ENTRY-COUNT IS EQUAL TO 2000
                 DISPLAY "ERROR: link table is full, CUSTXREF has "
                         "outgrown XREFACPT - raise the size"
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-ACCEPT-EOF-SW
                 GO TO KEEP-LINK-TABLE-CURRENT-EXIT
              END-IF
              ADD 1 TO XT-ENTRY-COUNT
              SET XT-IX TO XT-ENTRY-COUNT
           END-IF
           MOVE CUSTXREF-NUMB TO XT-NUMB(XT-IX)
           MOVE CUSTXREF-LOAN-UID TO XT-LOAN-UID(XT-IX)
           MOVE CUSTXREF-ORDER-USERID TO XT-ORDER-USERID(XT-IX)
           MOVE CUSTXREF-TRADER-USERID TO XT-TRADER-USERID(XT-IX)
           .
       KEEP-LINK-TABLE-CURRENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESULT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-CALLER-USERID TO RT-REVIEWER.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

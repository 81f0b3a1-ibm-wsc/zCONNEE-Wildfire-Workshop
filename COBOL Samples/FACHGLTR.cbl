       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = FACHGLTR                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACHGLTR.
      * Nightly change-of-contact confirmation run for FileA. Scans
      * AUDITA for the day's changes where ADDRX or PHONE differs
      * between the before and after images and writes a print-ready
      * confirmation letter to the customer -- to the OLD address as
      * well as the new one when the address itself changed -- naming
      * the change, its date and the number to call if the customer
      * did not ask for it. Customers under an active legal hold and
      * soft-deleted records are skipped. A control list of every
      * letter produced goes to CHGLRPT, and any customer with more
      * than one contact change inside 30 days is listed there for
      * the fraud team (return code 4).
      *
      * The run date defaults to today; FACHGDATE (yyyymmdd) reruns a
      * given day. FACHGTEL carries the number printed on the letters.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-Input ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDITA-STATUS.

           SELECT Legal-Holds ASSIGN TO LEGLHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEGLHOLD-KEY OF LEGLHOLD-RECORD
              FILE STATUS IS HOLDS-STATUS.

           SELECT Letter-Output ASSIGN TO CHGLTR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHGLTR-STATUS.

           SELECT Report-Output ASSIGN TO CHGLRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Audit-Input.
       COPY AUDITA SUPPRESS.

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.

       FD  Letter-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                PIC X(132).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 AUDITA-STATUS               PIC X(2).
           88 AUDITA-NORMAL           VALUE '00'.
       01 HOLDS-STATUS                PIC X(2).
           88 HOLDS-NORMAL            VALUE '00'.
           88 HOLDS-NO-FILE           VALUE '35'.
       01 CHGLTR-STATUS               PIC X(2).
           88 CHGLTR-NORMAL           VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
           88 AUDITA-EOF              VALUE 'Y'.
       01 WS-HOLDS-EOF-SW             PIC X(01) VALUE 'N'.
           88 HOLDS-EOF               VALUE 'Y'.

      * The day whose changes are lettered, and the first day of the
      * 30-day window counted back from it for the fraud check. AUDITA
      * keeps 90 days before AUDARCH moves entries off, so the whole
      * window is always on the trail.
       01 WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-ENV             PIC X(08) VALUE SPACES.
       01 WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
       01 WS-WINDOW-START             PIC X(08) VALUE SPACES.
       01 WS-WINDOW-INT               PIC 9(08) VALUE 0.

      * The number a customer rings when they did not ask for the
      * change.
       01 WS-QUERY-PHONE              PIC X(24) VALUE SPACES.

      * The before and after images of the audit entry in hand, laid
      * out as the first 104 bytes of a FileA record.
       01 WS-BEFORE-IMAGE.
           05 BI-STAT                 PIC X(01).
           05 BI-NUMB                 PIC X(06).
           05 BI-NAME                 PIC X(20).
           05 BI-ADDRX                PIC X(20).
           05 BI-PHONE                PIC X(08).
           05 FILLER                  PIC X(49).
       01 WS-AFTER-IMAGE.
           05 AI-STAT                 PIC X(01).
           05 AI-NUMB                 PIC X(06).
           05 AI-NAME                 PIC X(20).
           05 AI-ADDRX                PIC X(20).
           05 AI-PHONE                PIC X(08).
           05 FILLER                  PIC X(49).

       01 WS-ADDRX-CHANGED-SW         PIC X(01) VALUE 'N'.
           88 ADDRX-CHANGED           VALUE 'Y'.
       01 WS-PHONE-CHANGED-SW         PIC X(01) VALUE 'N'.
           88 PHONE-CHANGED           VALUE 'Y'.
       01 WS-CHANGE-DATE              PIC X(08) VALUE SPACES.
       01 WS-CHANGE-KIND              PIC X(09) VALUE SPACES.

      * Where the letter in hand is going: the address it is sent to
      * and which of the two it is.
       01 WS-LETTER-ADDRX             PIC X(20) VALUE SPACES.
       01 WS-LETTER-COPY              PIC X(11) VALUE SPACES.

      * NUMBs under an active legal hold. A missing hold file means
      * none are in force.
       01 WS-HELD-TABLE.
           05 HN-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
           05 HN-ENTRY OCCURS 100 TIMES INDEXED BY HN-IX.
               10 HN-NUMB             PIC X(06).
       01 WS-HELD-SW                  PIC X(01) VALUE 'N'.
           88 CUSTOMER-HELD           VALUE 'Y'.

      * Contact changes per customer across the 30-day window, and
      * how many of them fell on the run date. Sized like AUDRPLAY's
      * shadow table and failing loudly when full.
       01 WS-CHANGE-TABLE.
           05 CT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 CT-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IX.
               10 CT-NUMB             PIC X(06).
               10 CT-NAME             PIC X(20).
               10 CT-WINDOW-COUNT     PIC 9(04) COMP.
               10 CT-TODAY-COUNT      PIC 9(04) COMP.
               10 CT-FIRST-DATE       PIC X(08).
       01 WS-CHANGE-FOUND-SW          PIC X(01) VALUE 'N'.
           88 CHANGE-ON-TABLE         VALUE 'Y'.

      * End-of-job control totals.
       01 RECONCILIATION-COUNTS.
           05 RC-AUDIT-READ           PIC 9(08) COMP VALUE 0.
           05 RC-IN-WINDOW            PIC 9(08) COMP VALUE 0.
           05 RC-CONTACT-CHANGES      PIC 9(08) COMP VALUE 0.
           05 RC-CHANGED-TODAY        PIC 9(08) COMP VALUE 0.
           05 RC-LETTERS              PIC 9(08) COMP VALUE 0.
           05 RC-SKIPPED-HELD         PIC 9(08) COMP VALUE 0.
           05 RC-SKIPPED-DELETED      PIC 9(08) COMP VALUE 0.
           05 RC-FRAUD-REFERRALS      PIC 9(08) COMP VALUE 0.

      * Letter line layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
       01 WS-LETTER-HEAD-LINE.
           05 FILLER              PIC X(17) VALUE
              'CUSTOMER NUMBER: '.
           05 LT-NUMB             PIC X(06).
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'DATE: '.
           05 LT-RUN-DATE         PIC X(08).
       01 WS-LETTER-ADDRESS-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 LT-ADDRESS          PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LT-COPY             PIC X(11).
       01 WS-LETTER-NAME-LINE.
           05 FILLER              PIC X(06) VALUE 'DEAR  '.
           05 LT-NAME             PIC X(20).
       01 WS-LETTER-BODY              PIC X(76).
       01 WS-LETTER-CHANGE-LINE.
           05 LT-FIELD            PIC X(18).
           05 FILLER              PIC X(06) VALUE 'FROM: '.
           05 LT-OLD-VALUE        PIC X(20).
           05 FILLER              PIC X(06) VALUE '  TO: '.
           05 LT-NEW-VALUE        PIC X(20).
       01 WS-LETTER-DATE-LINE.
           05 FILLER              PIC X(21) VALUE
              'DATE OF CHANGE:      '.
           05 LT-CHANGE-DATE      PIC X(08).
       01 WS-LETTER-PHONE-LINE.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 LT-QUERY-PHONE      PIC X(24).

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(35) VALUE
              'FILEA CHANGE-OF-CONTACT LETTERS -  '.
           05 RT-RUN-DATE         PIC X(08).

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(53) VALUE
              'NUMB   NAME                 CHANGE    CHANGED AT'.
           05 FILLER              PIC X(19) VALUE
              'LETTER TO   ADDRESS'.

       01 WS-LETTER-CONTROL-LINE.
           05 LC-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LC-NAME             PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LC-CHANGE           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LC-CHANGED-AT       PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LC-LETTER-TO        PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LC-ADDRESS          PIC X(20).

       01 WS-FRAUD-TITLE.
           05 FILLER              PIC X(25) VALUE
              'REFERRED TO FRAUD TEAM - '.
           05 FILLER              PIC X(31) VALUE
              'MORE THAN ONE CONTACT CHANGE IN'.
           05 FT-WINDOW-DAYS      PIC ZZ9.
           05 FILLER              PIC X(05) VALUE ' DAYS'.

       01 WS-FRAUD-HEADINGS.
           05 FILLER              PIC X(28) VALUE
              'NUMB   NAME'.
           05 FILLER              PIC X(28) VALUE
              'IN WINDOW TODAY FIRST CHANGE'.

       01 WS-FRAUD-LINE.
           05 FR-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FR-NAME             PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FR-WINDOW-COUNT     PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FR-TODAY-COUNT      PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FR-FIRST-DATE       PIC X(08).

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "FACHGDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-RUN-DATE-ENV NOT EQUAL SPACES
              IF WS-RUN-DATE-ENV IS NUMERIC
                 MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
              ELSE
                 DISPLAY "ERROR: FACHGDATE must be yyyymmdd, got "
                         WS-RUN-DATE-ENV
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-RUN-DATE))
               - WS-WINDOW-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
               TO WS-WINDOW-START

           DISPLAY "FACHGTEL" UPON ENVIRONMENT-NAME
           ACCEPT WS-QUERY-PHONE FROM ENVIRONMENT-VALUE
           IF WS-QUERY-PHONE EQUAL SPACES
              DISPLAY "WARNING: FACHGTEL not set, letters refer "
                      "customers to their branch"
              MOVE 'YOUR BRANCH' TO WS-QUERY-PHONE
           END-IF

           PERFORM LOAD-LEGAL-HOLDS

           OPEN INPUT Audit-Input
           IF NOT AUDITA-NORMAL
              DISPLAY "ERROR: unable to open AUDITA, status="
                      AUDITA-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Letter-Output
           IF NOT CHGLTR-NORMAL
              DISPLAY "ERROR: unable to open CHGLTR, status="
                      CHGLTR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Audit-Input
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CHGLRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Audit-Input
              CLOSE Letter-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM PROCESS-ONE-AUDIT-RECORD
               UNTIL AUDITA-EOF

           PERFORM WRITE-FRAUD-REFERRALS

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE Report-Output.
           CLOSE Letter-Output.
           CLOSE Audit-Input.

           IF RC-FRAUD-REFERRALS IS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-LEGAL-HOLDS - tables the FileA NUMB of every active hold  *
      * so a held customer is not written to.                          *
      *----------------------------------------------------------------*
       LOAD-LEGAL-HOLDS SECTION.

           OPEN INPUT Legal-Holds
           IF HOLDS-NO-FILE
              GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF
           IF NOT HOLDS-NORMAL
              DISPLAY "ERROR: unable to open LEGLHOLD, status="
                      HOLDS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-HOLDS-EOF-SW
           PERFORM LOAD-ONE-LEGAL-HOLD
               UNTIL HOLDS-EOF
           CLOSE Legal-Holds.
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

       LOAD-ONE-LEGAL-HOLD SECTION.

           READ Legal-Holds
               AT END
                   MOVE 'Y' TO WS-HOLDS-EOF-SW
           END-READ
           IF HOLDS-EOF
              GO TO LOAD-ONE-LEGAL-HOLD-EXIT
           END-IF
           IF NOT LEGLHOLD-ACTIVE
              OR LEGLHOLD-FILEA-NUMB EQUAL SPACES
              GO TO LOAD-ONE-LEGAL-HOLD-EXIT
           END-IF
           IF HN-ENTRY-COUNT >= 100
              DISPLAY "ERROR: legal hold table full at 100"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO HN-ENTRY-COUNT
           SET HN-IX TO HN-ENTRY-COUNT
           MOVE LEGLHOLD-FILEA-NUMB TO HN-NUMB(HN-IX).
       LOAD-ONE-LEGAL-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * READ-NEXT-AUDIT-RECORD - reads forward through AUDITA, setting *
      * the end-of-file switch when the trail is exhausted.            *
      *----------------------------------------------------------------*
       READ-NEXT-AUDIT-RECORD SECTION.
           READ Audit-Input
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           IF NOT AUDITA-EOF
              ADD 1 TO RC-AUDIT-READ
           END-IF
           .
       READ-NEXT-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROCESS-ONE-AUDIT-RECORD - picks out a change to ADDRX or      *
      * PHONE inside the window, counts it against the customer and,   *
      * when it was made on the run date, letters the customer.        *
      * Adds and hard deletes carry only one image and are passed by.  *
      *----------------------------------------------------------------*
       PROCESS-ONE-AUDIT-RECORD SECTION.
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-CHANGE-DATE
           IF WS-CHANGE-DATE < WS-WINDOW-START
              OR WS-CHANGE-DATE > WS-RUN-DATE
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF
           ADD 1 TO RC-IN-WINDOW

           IF AUDIT-BEFORE-IMAGE EQUAL SPACES
              OR AUDIT-AFTER-IMAGE EQUAL SPACES
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF
           MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-IMAGE

           MOVE 'N' TO WS-ADDRX-CHANGED-SW
           MOVE 'N' TO WS-PHONE-CHANGED-SW
           IF BI-ADDRX NOT EQUAL AI-ADDRX
              MOVE 'Y' TO WS-ADDRX-CHANGED-SW
           END-IF
           IF BI-PHONE NOT EQUAL AI-PHONE
              MOVE 'Y' TO WS-PHONE-CHANGED-SW
           END-IF
           IF NOT ADDRX-CHANGED
              AND NOT PHONE-CHANGED
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF
           EVALUATE TRUE
              WHEN ADDRX-CHANGED AND PHONE-CHANGED
                 MOVE 'BOTH' TO WS-CHANGE-KIND
              WHEN ADDRX-CHANGED
                 MOVE 'ADDRESS' TO WS-CHANGE-KIND
              WHEN OTHER
                 MOVE 'TELEPHONE' TO WS-CHANGE-KIND
           END-EVALUATE

           IF BI-STAT EQUAL 'D'
              OR AI-STAT EQUAL 'D'
              IF WS-CHANGE-DATE EQUAL WS-RUN-DATE
                 ADD 1 TO RC-SKIPPED-DELETED
                 MOVE 'DELETED' TO LC-LETTER-TO
                 MOVE SPACES TO LC-ADDRESS
                 PERFORM WRITE-CONTROL-LINE
              END-IF
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF

           PERFORM CHECK-CUSTOMER-HELD
           IF CUSTOMER-HELD
              IF WS-CHANGE-DATE EQUAL WS-RUN-DATE
                 ADD 1 TO RC-SKIPPED-HELD
                 MOVE 'LEGAL HOLD' TO LC-LETTER-TO
                 MOVE SPACES TO LC-ADDRESS
                 PERFORM WRITE-CONTROL-LINE
              END-IF
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF

           ADD 1 TO RC-CONTACT-CHANGES
           PERFORM COUNT-CUSTOMER-CHANGE
           IF WS-CHANGE-DATE NOT EQUAL WS-RUN-DATE
              GO TO PROCESS-ONE-AUDIT-RECORD-NEXT
           END-IF
           ADD 1 TO RC-CHANGED-TODAY

      * The old address always hears of the change; the new one too
      * when it differs.
           MOVE BI-ADDRX TO WS-LETTER-ADDRX
           IF ADDRX-CHANGED
              MOVE 'OLD ADDRESS' TO WS-LETTER-COPY
           ELSE
              MOVE 'ADDRESS' TO WS-LETTER-COPY
           END-IF
           PERFORM WRITE-CONFIRMATION-LETTER
           IF ADDRX-CHANGED
              MOVE AI-ADDRX TO WS-LETTER-ADDRX
              MOVE 'NEW ADDRESS' TO WS-LETTER-COPY
              PERFORM WRITE-CONFIRMATION-LETTER
           END-IF
           .
       PROCESS-ONE-AUDIT-RECORD-NEXT.
           PERFORM READ-NEXT-AUDIT-RECORD.
       PROCESS-ONE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-CUSTOMER-HELD - is the NUMB in hand under an active      *
      * legal hold?                                                    *
      *----------------------------------------------------------------*
       CHECK-CUSTOMER-HELD SECTION.
           MOVE 'N' TO WS-HELD-SW
           IF HN-ENTRY-COUNT = 0
              GO TO CHECK-CUSTOMER-HELD-EXIT
           END-IF
           SET HN-IX TO 1
           SEARCH HN-ENTRY
               WHEN HN-IX > HN-ENTRY-COUNT
                   CONTINUE
               WHEN HN-NUMB(HN-IX) EQUAL AI-NUMB
                   MOVE 'Y' TO WS-HELD-SW
           END-SEARCH.
       CHECK-CUSTOMER-HELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-CUSTOMER-CHANGE - adds the change to the customer's      *
      * tally for the window, and for the run date when it fell then.  *
      *----------------------------------------------------------------*
       COUNT-CUSTOMER-CHANGE SECTION.
           MOVE 'N' TO WS-CHANGE-FOUND-SW
           IF CT-ENTRY-COUNT > 0
              SET CT-IX TO 1
              SEARCH CT-ENTRY
                  WHEN CT-IX > CT-ENTRY-COUNT
                      CONTINUE
                  WHEN CT-NUMB(CT-IX) EQUAL AI-NUMB
                      MOVE 'Y' TO WS-CHANGE-FOUND-SW
              END-SEARCH
           END-IF

           IF NOT CHANGE-ON-TABLE
              IF CT-ENTRY-COUNT >= 2000
                 DISPLAY "ERROR: change table full at 2000"
                 MOVE 16 TO RETURN-CODE
                 CLOSE Report-Output
                 CLOSE Letter-Output
                 CLOSE Audit-Input
                 GOBACK
              END-IF
              ADD 1 TO CT-ENTRY-COUNT
              SET CT-IX TO CT-ENTRY-COUNT
              MOVE AI-NUMB TO CT-NUMB(CT-IX)
              MOVE 0 TO CT-WINDOW-COUNT(CT-IX)
              MOVE 0 TO CT-TODAY-COUNT(CT-IX)
              MOVE WS-CHANGE-DATE TO CT-FIRST-DATE(CT-IX)
           END-IF

           MOVE AI-NAME TO CT-NAME(CT-IX)
           ADD 1 TO CT-WINDOW-COUNT(CT-IX)
           IF WS-CHANGE-DATE EQUAL WS-RUN-DATE
              ADD 1 TO CT-TODAY-COUNT(CT-IX)
           END-IF
           .
       COUNT-CUSTOMER-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CONFIRMATION-LETTER - one print-ready letter to the      *
      * address in WS-LETTER-ADDRX, and its line on the control list.  *
      *----------------------------------------------------------------*
       WRITE-CONFIRMATION-LETTER SECTION.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE AI-NUMB TO LT-NUMB
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-HEAD-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE AI-NAME TO LT-ADDRESS
           MOVE SPACES TO LT-COPY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-ADDRESS-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-LETTER-ADDRX TO LT-ADDRESS
           MOVE WS-LETTER-COPY TO LT-COPY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-ADDRESS-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE AI-NAME TO LT-NAME
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'WE HAVE CHANGED THE CONTACT DETAILS WE HOLD FOR YOU, AS
      -         ' SHOWN BELOW.' TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           IF ADDRX-CHANGED
              MOVE 'ADDRESS' TO LT-FIELD
              MOVE BI-ADDRX TO LT-OLD-VALUE
              MOVE AI-ADDRX TO LT-NEW-VALUE
              MOVE SPACES TO LETTER-LINE
              MOVE WS-LETTER-CHANGE-LINE TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           IF PHONE-CHANGED
              MOVE 'TELEPHONE NUMBER' TO LT-FIELD
              MOVE BI-PHONE TO LT-OLD-VALUE
              MOVE AI-PHONE TO LT-NEW-VALUE
              MOVE SPACES TO LETTER-LINE
              MOVE WS-LETTER-CHANGE-LINE TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF

           MOVE WS-CHANGE-DATE TO LT-CHANGE-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-DATE-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE TELEPHONE US
      -         ' AT ONCE ON:' TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-QUERY-PHONE TO LT-QUERY-PHONE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-PHONE-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           ADD 1 TO RC-LETTERS
           MOVE WS-LETTER-COPY TO LC-LETTER-TO
           MOVE WS-LETTER-ADDRX TO LC-ADDRESS
           PERFORM WRITE-CONTROL-LINE
           .
       WRITE-CONFIRMATION-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CONTROL-LINE - one line of the control list for the      *
      * change in hand; LC-LETTER-TO and LC-ADDRESS are set by the     *
      * caller.                                                        *
      *----------------------------------------------------------------*
       WRITE-CONTROL-LINE SECTION.
           MOVE AI-NUMB TO LC-NUMB
           MOVE AI-NAME TO LC-NAME
           MOVE WS-CHANGE-KIND TO LC-CHANGE
           MOVE AUDIT-TIMESTAMP TO LC-CHANGED-AT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LETTER-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-FRAUD-REFERRALS - lists each customer changed on the run *
      * date who has had more than one contact change in the window.   *
      * Only customers changed that day are listed, so a customer is   *
      * referred once per change rather than every night for a month.  *
      *----------------------------------------------------------------*
       WRITE-FRAUD-REFERRALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WINDOW-DAYS TO FT-WINDOW-DAYS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FRAUD-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FRAUD-HEADINGS TO REPORT-LINE
           WRITE REPORT-LINE

           IF CT-ENTRY-COUNT > 0
              PERFORM WRITE-ONE-FRAUD-REFERRAL
                  VARYING CT-IX FROM 1 BY 1
                  UNTIL CT-IX > CT-ENTRY-COUNT
           END-IF

           IF RC-FRAUD-REFERRALS EQUAL 0
              MOVE SPACES TO REPORT-LINE
              MOVE 'NONE' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       WRITE-FRAUD-REFERRALS-EXIT.
           EXIT.

       WRITE-ONE-FRAUD-REFERRAL SECTION.
           IF CT-TODAY-COUNT(CT-IX) = 0
              OR CT-WINDOW-COUNT(CT-IX) NOT > 1
              GO TO WRITE-ONE-FRAUD-REFERRAL-EXIT
           END-IF
           ADD 1 TO RC-FRAUD-REFERRALS
           MOVE CT-NUMB(CT-IX) TO FR-NUMB
           MOVE CT-NAME(CT-IX) TO FR-NAME
           MOVE CT-WINDOW-COUNT(CT-IX) TO FR-WINDOW-COUNT
           MOVE CT-TODAY-COUNT(CT-IX) TO FR-TODAY-COUNT
           MOVE CT-FIRST-DATE(CT-IX) TO FR-FIRST-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FRAUD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "FACHGLTR: fraud referral for NUMB "
                   CT-NUMB(CT-IX)
           .
       WRITE-ONE-FRAUD-REFERRAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'AUDIT RECORDS READ:         ' TO CN-LABEL.
           MOVE RC-AUDIT-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'INSIDE 30-DAY WINDOW:       ' TO CN-LABEL.
           MOVE RC-IN-WINDOW TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CONTACT CHANGES IN WINDOW:  ' TO CN-LABEL.
           MOVE RC-CONTACT-CHANGES TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CONTACT CHANGES ON RUN DATE:' TO CN-LABEL.
           MOVE RC-CHANGED-TODAY TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LETTERS PRODUCED:           ' TO CN-LABEL.
           MOVE RC-LETTERS TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'SKIPPED - LEGAL HOLD:       ' TO CN-LABEL.
           MOVE RC-SKIPPED-HELD TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'SKIPPED - DELETED:          ' TO CN-LABEL.
           MOVE RC-SKIPPED-DELETED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'REFERRED TO FRAUD TEAM:     ' TO CN-LABEL.
           MOVE RC-FRAUD-REFERRALS TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           DISPLAY "======================================"
           DISPLAY " FACHGLTR End-of-job reconciliation"
           DISPLAY "   Run date             : " WS-RUN-DATE
           DISPLAY "   Audit records read   : " RC-AUDIT-READ
           DISPLAY "   Inside window        : " RC-IN-WINDOW
           DISPLAY "   Contact changes      : " RC-CONTACT-CHANGES
           DISPLAY "   Changed on run date  : " RC-CHANGED-TODAY
           DISPLAY "   Letters produced     : " RC-LETTERS
           DISPLAY "   Skipped, legal hold  : " RC-SKIPPED-HELD
           DISPLAY "   Skipped, deleted     : " RC-SKIPPED-DELETED
           DISPLAY "   Fraud referrals      : " RC-FRAUD-REFERRALS
           DISPLAY "======================================"
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-COUNT-LINE-EXIT.
           EXIT.

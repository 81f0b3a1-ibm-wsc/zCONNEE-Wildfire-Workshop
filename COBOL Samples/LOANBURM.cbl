       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANBURM                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBURM.
      * Credit bureau reporting maintenance, run before LOANBUR and
      * whenever the bureau returns a rejection file. Any DISPUTIN
      * cards are applied to LNDISPUT first: 'A' opens (or reopens)
      * the borrower's dispute of a LOANACCT account, 'R' resolves an
      * open one. Any BURREJIN file from the bureau is then loaded to
      * LNBURREJ, one OPEN rejection per account, month and error
      * code, a rejection already loaded being skipped so the file
      * can be reloaded safely; its trailer count is checked. Every
      * rejection still open is then listed on LBURMRPT for the loan
      * servicing team to correct before the next LOANBUR run.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dispute-Input ASSIGN TO DISPUTIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DISPUTIN-STATUS.

           SELECT Reject-Input ASSIGN TO BURREJIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BURREJIN-STATUS.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Disputes ASSIGN TO LNDISPUT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNDISPUT-KEY OF LNDISPUT-RECORD
              FILE STATUS IS LNDISPUT-STATUS-CODE.

           SELECT Bureau-Rejections ASSIGN TO LNBURREJ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNBURREJ-KEY OF LNBURREJ-RECORD
              FILE STATUS IS LNBURREJ-STATUS-CODE.

           SELECT Report-Output ASSIGN TO LBURMRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One card per dispute change: A(open)/R(resolve), the loan
      * account, and the borrower's complaint or the outcome.
       FD  Dispute-Input.
       01  DISPUTE-CARD.
           05  DC-ACTION              PIC X(01).
               88  DC-OPEN                VALUE 'A'.
               88  DC-RESOLVE             VALUE 'R'.
           05  FILLER                 PIC X(01).
           05  DC-ACCOUNT             PIC X(08).
           05  FILLER                 PIC X(01).
           05  DC-TEXT                PIC X(40).
           05  FILLER                 PIC X(29).

      * The bureau's rejection return: a detail per rejected field of
      * a record we sent, closed by a trailer with the detail count.
       FD  Reject-Input.
       01  REJECT-RECORD.
           05  BJ-REC-TYPE            PIC X(01).
               88  BJ-DETAIL              VALUE 'D'.
               88  BJ-TRAILER             VALUE 'T'.
           05  BJ-ACCOUNT             PIC X(08).
           05  BJ-MONTH               PIC 9(06).
           05  BJ-ERROR-CODE          PIC X(04).
           05  BJ-FIELD-NAME          PIC X(20).
           05  BJ-ERROR-TEXT          PIC X(40).
           05  FILLER                 PIC X(21).
       01  REJECT-TRAILER.
           05  FILLER                 PIC X(01).
           05  BJ-DETAIL-COUNT        PIC 9(09).
           05  FILLER                 PIC X(90).

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Disputes.
       COPY LNDISPUT SUPPRESS.

       FD  Bureau-Rejections.
       COPY LNBURREJ SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 DISPUTIN-STATUS             PIC X(2).
           88 DISPUTIN-NORMAL         VALUE '00'.
       01 BURREJIN-STATUS             PIC X(2).
           88 BURREJIN-NORMAL         VALUE '00'.
       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LNDISPUT-STATUS-CODE        PIC X(2).
           88 LNDISPUT-IO-NORMAL      VALUE '00'.
           88 LNDISPUT-NOT-FOUND      VALUE '23'.
       01 LNBURREJ-STATUS-CODE        PIC X(2).
           88 LNBURREJ-IO-NORMAL      VALUE '00'.
           88 LNBURREJ-DUPLICATE      VALUE '22'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88 DISPUTIN-EOF            VALUE 'Y'.
       01 WS-CARDS-SW                 PIC X(01) VALUE 'N'.
           88 DISPUTIN-OPEN           VALUE 'Y'.
       01 WS-REJECT-EOF-SW            PIC X(01) VALUE 'N'.
           88 BURREJIN-EOF            VALUE 'Y'.
       01 WS-REJECTS-SW               PIC X(01) VALUE 'N'.
           88 BURREJIN-OPEN           VALUE 'Y'.
       01 WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
           88 LNBURREJ-EOF            VALUE 'Y'.
       01 WS-TRAILER-SW               PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN            VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-REJECT-REASON            PIC X(40).
       01 WS-TRAILER-COUNT            PIC 9(09) VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(06) COMP VALUE 0.
           05 RC-DISPUTES-OPENED      PIC 9(06) COMP VALUE 0.
           05 RC-DISPUTES-RESOLVED    PIC 9(06) COMP VALUE 0.
           05 RC-CARDS-REJECTED       PIC 9(06) COMP VALUE 0.
           05 RC-REJECTS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-REJECTS-LOADED       PIC 9(08) COMP VALUE 0.
           05 RC-REJECTS-ALREADY      PIC 9(08) COMP VALUE 0.
           05 RC-REJECTS-UNKNOWN      PIC 9(08) COMP VALUE 0.
           05 RC-REJECTS-OPEN         PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN CREDIT BUREAU MAINTENANCE -    '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-SECTION-HEADING      PIC X(60).

       01 WS-RESULT-LINE.
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-ACTION           PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(40).

       01 WS-REJECT-LINE.
           05 RJ-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-NAME             PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-MONTH            PIC 9(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-ERROR-CODE       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-FIELD-NAME       PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-ERROR-TEXT       PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-LOADED-DATE      PIC 9(08).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Disputes
           IF NOT LNDISPUT-IO-NORMAL
              DISPLAY "ERROR: unable to open LNDISPUT, status="
                      LNDISPUT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN I-O Bureau-Rejections
           IF NOT LNBURREJ-IO-NORMAL
              DISPLAY "ERROR: unable to open LNBURREJ, status="
                      LNBURREJ-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Disputes
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open LBURMRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Disputes
              CLOSE Bureau-Rejections
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

      * DISPUTIN is optional: most runs carry no dispute changes
           OPEN INPUT Dispute-Input
           IF DISPUTIN-NORMAL
              MOVE 'Y' TO WS-CARDS-SW
           ELSE
              DISPLAY "INFO: no DISPUTIN cards this run, status="
                      DISPUTIN-STATUS
           END-IF
           IF DISPUTIN-OPEN
              MOVE 'DISPUTE CARDS' TO WS-SECTION-HEADING
              PERFORM WRITE-SECTION-HEADING
              PERFORM READ-NEXT-CARD
              PERFORM APPLY-ONE-CARD
                  UNTIL DISPUTIN-EOF
              CLOSE Dispute-Input
           END-IF

      * BURREJIN is optional: only when the bureau has returned one
           OPEN INPUT Reject-Input
           IF BURREJIN-NORMAL
              MOVE 'Y' TO WS-REJECTS-SW
           ELSE
              DISPLAY "INFO: no BURREJIN rejections this run, status="
                      BURREJIN-STATUS
           END-IF
           IF BURREJIN-OPEN
              MOVE 'BUREAU REJECTIONS LOADED' TO WS-SECTION-HEADING
              PERFORM WRITE-SECTION-HEADING
              PERFORM READ-NEXT-REJECT
              PERFORM LOAD-ONE-REJECT
                  UNTIL BURREJIN-EOF
              CLOSE Reject-Input
              PERFORM CHECK-REJECT-TRAILER
           END-IF

           PERFORM LIST-OPEN-REJECTS

           CLOSE Report-Output.
           CLOSE Bureau-Rejections.
           CLOSE Disputes.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANBURM End-of-job reconciliation"
           DISPLAY "   Dispute cards read   : " RC-CARDS-READ
           DISPLAY "     disputes opened    : " RC-DISPUTES-OPENED
           DISPLAY "     disputes resolved  : " RC-DISPUTES-RESOLVED
           DISPLAY "     cards rejected     : " RC-CARDS-REJECTED
           DISPLAY "   Rejections read      : " RC-REJECTS-READ
           DISPLAY "     loaded             : " RC-REJECTS-LOADED
           DISPLAY "     already loaded     : " RC-REJECTS-ALREADY
           DISPLAY "     account not found  : " RC-REJECTS-UNKNOWN
           DISPLAY "   Rejections still open: " RC-REJECTS-OPEN
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       READ-NEXT-CARD SECTION.
           READ Dispute-Input
              AT END
                 MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ
           IF NOT DISPUTIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-CARD - a dispute is opened against a loan account on *
      * file, over any earlier dispute on it; only an open dispute can *
      * be resolved.                                                   *
      *----------------------------------------------------------------*
       APPLY-ONE-CARD SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO RL-ACTION
           MOVE DC-ACCOUNT TO LNDISPUT-ACCOUNT
           READ Disputes
           IF NOT LNDISPUT-IO-NORMAL
              AND NOT LNDISPUT-NOT-FOUND
              DISPLAY "ERROR: LNDISPUT read failed, status="
                      LNDISPUT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO APPLY-ONE-CARD-NEXT
           END-IF

           EVALUATE TRUE
              WHEN DC-OPEN
                 PERFORM OPEN-DISPUTE
              WHEN DC-RESOLVE
                 IF LNDISPUT-NOT-FOUND
                    OR NOT LNDISPUT-OPEN
                    MOVE 'NO OPEN DISPUTE TO RESOLVE'
                        TO WS-REJECT-REASON
                 ELSE
                    MOVE 'R' TO LNDISPUT-STATUS
                    MOVE WS-RUN-DATE TO LNDISPUT-RESOLVED-DATE
                    MOVE DC-TEXT TO LNDISPUT-OUTCOME-TEXT
                    MOVE 0 TO LNDISPUT-XH-MONTH
                    REWRITE LNDISPUT-RECORD
                    IF LNDISPUT-IO-NORMAL
                       ADD 1 TO RC-DISPUTES-RESOLVED
                       MOVE 'RESOLVED' TO RL-ACTION
                    ELSE
                       MOVE 'DISPUTE UPDATE FAILED'
                           TO WS-REJECT-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION MUST BE A OR R' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO RC-CARDS-REJECTED
              MOVE 'REJECTED' TO RL-ACTION
              MOVE WS-REJECT-REASON TO RL-NOTE
           ELSE
              MOVE DC-TEXT TO RL-NOTE
           END-IF
           MOVE DC-ACCOUNT TO RL-ACCOUNT
           PERFORM WRITE-RESULT-LINE
           .
       APPLY-ONE-CARD-NEXT.
           PERFORM READ-NEXT-CARD
           .
       APPLY-ONE-CARD-EXIT.
           EXIT.

       OPEN-DISPUTE SECTION.
           MOVE DC-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              MOVE 'LOAN ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
              GO TO OPEN-DISPUTE-EXIT
           END-IF
           IF DC-TEXT = SPACES
              MOVE 'DISPUTE NEEDS THE BORROWER''S COMPLAINT'
                  TO WS-REJECT-REASON
              GO TO OPEN-DISPUTE-EXIT
           END-IF

      * Opening over a resolved dispute reopens it
           MOVE SPACES TO LNDISPUT-RECORD
           MOVE DC-ACCOUNT TO LNDISPUT-ACCOUNT
           MOVE 'O' TO LNDISPUT-STATUS
           MOVE WS-RUN-DATE TO LNDISPUT-OPENED-DATE
           MOVE DC-TEXT TO LNDISPUT-REASON-TEXT
           MOVE 0 TO LNDISPUT-RESOLVED-DATE
           MOVE 0 TO LNDISPUT-XH-MONTH
           IF LNDISPUT-NOT-FOUND
              WRITE LNDISPUT-RECORD
           ELSE
              REWRITE LNDISPUT-RECORD
           END-IF
           IF NOT LNDISPUT-IO-NORMAL
              MOVE 'DISPUTE UPDATE FAILED' TO WS-REJECT-REASON
              GO TO OPEN-DISPUTE-EXIT
           END-IF
           ADD 1 TO RC-DISPUTES-OPENED
           MOVE 'OPENED' TO RL-ACTION
           .
       OPEN-DISPUTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-REJECT SECTION.
           READ Reject-Input
              AT END
                 MOVE 'Y' TO WS-REJECT-EOF-SW
           END-READ
           .
       READ-NEXT-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ONE-REJECT - each detail becomes an open LNBURREJ row; a  *
      * row already there was loaded by an earlier run.                *
      *----------------------------------------------------------------*
       LOAD-ONE-REJECT SECTION.
           IF BJ-TRAILER
              MOVE 'Y' TO WS-TRAILER-SW
              MOVE BJ-DETAIL-COUNT TO WS-TRAILER-COUNT
              GO TO LOAD-ONE-REJECT-NEXT
           END-IF
           IF NOT BJ-DETAIL
              GO TO LOAD-ONE-REJECT-NEXT
           END-IF
           ADD 1 TO RC-REJECTS-READ
           MOVE BJ-ACCOUNT TO RL-ACCOUNT

           MOVE BJ-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              ADD 1 TO RC-REJECTS-UNKNOWN
              MOVE 'NOT LOADED' TO RL-ACTION
              MOVE 'LOAN ACCOUNT NOT ON FILE' TO RL-NOTE
              PERFORM WRITE-RESULT-LINE
              GO TO LOAD-ONE-REJECT-NEXT
           END-IF

           MOVE SPACES TO LNBURREJ-RECORD
           MOVE BJ-ACCOUNT TO LNBURREJ-ACCOUNT
           MOVE BJ-MONTH TO LNBURREJ-MONTH
           MOVE BJ-ERROR-CODE TO LNBURREJ-ERROR-CODE
           MOVE BJ-FIELD-NAME TO LNBURREJ-FIELD-NAME
           MOVE BJ-ERROR-TEXT TO LNBURREJ-ERROR-TEXT
           MOVE WS-RUN-DATE TO LNBURREJ-LOADED-DATE
           MOVE 'O' TO LNBURREJ-STATUS
           MOVE 0 TO LNBURREJ-RESUBMIT-MONTH
           WRITE LNBURREJ-RECORD
           EVALUATE TRUE
              WHEN LNBURREJ-IO-NORMAL
                 ADD 1 TO RC-REJECTS-LOADED
                 MOVE 'LOADED' TO RL-ACTION
                 MOVE BJ-ERROR-TEXT TO RL-NOTE
              WHEN LNBURREJ-DUPLICATE
                 ADD 1 TO RC-REJECTS-ALREADY
                 MOVE 'SKIPPED' TO RL-ACTION
                 MOVE 'ALREADY LOADED' TO RL-NOTE
              WHEN OTHER
                 DISPLAY "ERROR: LNBURREJ write failed, status="
                         LNBURREJ-STATUS-CODE
                 MOVE 16 TO RETURN-CODE
                 MOVE 'NOT LOADED' TO RL-ACTION
                 MOVE 'REJECTION FILE UPDATE FAILED' TO RL-NOTE
           END-EVALUATE
           PERFORM WRITE-RESULT-LINE
           .
       LOAD-ONE-REJECT-NEXT.
           PERFORM READ-NEXT-REJECT
           .
       LOAD-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-REJECT-TRAILER - a missing trailer or a count that does  *
      * not agree means the bureau's file arrived incomplete.          *
      *----------------------------------------------------------------*
       CHECK-REJECT-TRAILER SECTION.
           IF NOT TRAILER-SEEN
              DISPLAY "WARNING: BURREJIN has no trailer record"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO CHECK-REJECT-TRAILER-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = RC-REJECTS-READ
              DISPLAY "WARNING: BURREJIN trailer count "
                      WS-TRAILER-COUNT
                      " but details read " RC-REJECTS-READ
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
       CHECK-REJECT-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-OPEN-REJECTS - every rejection awaiting correction.       *
      *----------------------------------------------------------------*
       LIST-OPEN-REJECTS SECTION.
           MOVE 'REJECTIONS AWAITING CORRECTION' TO WS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE LOW-VALUES TO LNBURREJ-KEY
           START Bureau-Rejections KEY IS NOT LESS THAN
                                   LNBURREJ-KEY OF LNBURREJ-RECORD
           IF NOT LNBURREJ-IO-NORMAL
              GO TO LIST-OPEN-REJECTS-EXIT
           END-IF
           PERFORM LIST-ONE-REJECT
               UNTIL LNBURREJ-EOF
           .
       LIST-OPEN-REJECTS-EXIT.
           EXIT.

       LIST-ONE-REJECT SECTION.
           READ Bureau-Rejections NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ
           IF LNBURREJ-EOF
              GO TO LIST-ONE-REJECT-EXIT
           END-IF
           IF NOT LNBURREJ-IO-NORMAL
              DISPLAY "ERROR: LNBURREJ read failed, status="
                      LNBURREJ-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-LIST-EOF-SW
              GO TO LIST-ONE-REJECT-EXIT
           END-IF
           IF NOT LNBURREJ-OPEN
              GO TO LIST-ONE-REJECT-EXIT
           END-IF

           ADD 1 TO RC-REJECTS-OPEN
           MOVE LNBURREJ-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts
           IF LOANACCT-IO-NORMAL
              MOVE LOANACCT-NAME TO RJ-NAME
           ELSE
              MOVE '* NOT ON LOANACCT *' TO RJ-NAME
           END-IF
           MOVE LNBURREJ-ACCOUNT TO RJ-ACCOUNT
           MOVE LNBURREJ-MONTH TO RJ-MONTH
           MOVE LNBURREJ-ERROR-CODE TO RJ-ERROR-CODE
           MOVE LNBURREJ-FIELD-NAME TO RJ-FIELD-NAME
           MOVE LNBURREJ-ERROR-TEXT TO RJ-ERROR-TEXT
           MOVE LNBURREJ-LOADED-DATE TO RJ-LOADED-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESULT-LINE-EXIT.
           EXIT.

       WRITE-SECTION-HEADING SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

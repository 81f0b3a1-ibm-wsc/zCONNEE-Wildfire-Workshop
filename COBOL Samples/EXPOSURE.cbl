      * LOANHIST decision; the tier is the one the LNTIERS rules
      * name for that income and amount. Decisions carry no age, so
      * a rule's age band is taken as satisfied here - the tier
      * grouping is the best reconstruction the data allows. An
      * accepted offer whose LOANACCT account has been written off
      * is no longer committed lending and is left out of the book.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS LNTIERS-KEY OF LNTIERS-RECORD
              FILE STATUS IS LNTIERS-STATUS.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-FILE-STATUS.

           SELECT Report-Output ASSIGN TO EXPORPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Tier-Rules.
       COPY LNTIERS SUPPRESS.

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 LNTIERS-NORMAL          VALUE '00'.
       01 LNTIERS-OPEN-SW             PIC X(01) VALUE 'N'.
           88 LNTIERS-OPEN            VALUE 'Y'.
       01 LOANACCT-FILE-STATUS        PIC X(2).
           88 LOANACCT-NORMAL         VALUE '00'.
       01 LOANACCT-OPEN-SW            PIC X(01) VALUE 'N'.
           88 LOANACCT-AVAILABLE      VALUE 'Y'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           05 RC-OFFERS-ACCEPTED      PIC 9(08) COMP VALUE 0.
           05 RC-OFFERS-OPEN          PIC 9(08) COMP VALUE 0.
           05 RC-OFFERS-OTHER         PIC 9(08) COMP VALUE 0.
           05 RC-OFFERS-WRITTEN-OFF   PIC 9(08) COMP VALUE 0.
           05 RC-DECISIONS-LOADED     PIC 9(04) COMP VALUE 0.
           05 RC-UNMATCHED-OFFERS     PIC 9(08) COMP VALUE 0.
           05 RC-BUCKETS-BUILT        PIC 9(04) COMP VALUE 0.
              MOVE 'Y' TO WS-TIERS-EOF-SW
           END-IF

           OPEN INPUT Loan-Accounts
           IF LOANACCT-NORMAL
              MOVE 'Y' TO LOANACCT-OPEN-SW
           ELSE
              DISPLAY "WARNING: LOANACCT unavailable, status="
                      LOANACCT-FILE-STATUS
              DISPLAY "         written-off loans stay in the book"
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR OPENING EXPORPT, STATUS="

           EVALUATE TRUE
               WHEN LOANOFFR-ACCEPTED
                   PERFORM CHECK-WRITTEN-OFF
                   IF LOANACCT-AVAILABLE AND LOANACCT-NORMAL
                      AND LOANACCT-WRITTEN-OFF
                      ADD 1 TO RC-OFFERS-WRITTEN-OFF
                      GO TO PROCESS-ONE-OFFER-NEXT
                   END-IF
                   ADD 1 TO RC-OFFERS-ACCEPTED
               WHEN LOANOFFR-OPEN
                   ADD 1 TO RC-OFFERS-OPEN
       PROCESS-ONE-OFFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The account opened from an accepted offer carries its number;  *
      * one the lender has charged off is out of the committed book.   *
      *----------------------------------------------------------------*
       CHECK-WRITTEN-OFF SECTION.

           IF NOT LOANACCT-AVAILABLE
              GO TO CHECK-WRITTEN-OFF-EXIT
           END-IF
           MOVE LOANOFFR-NUMBER TO LOANACCT-NUMBER
           READ Loan-Accounts.
       CHECK-WRITTEN-OFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Fetch the applicant's score and income from the decision       *
      * table; an offer with no surviving decision reports under       *
           IF LNTIERS-OPEN
              CLOSE Tier-Rules
           END-IF
           IF LOANACCT-AVAILABLE
              CLOSE Loan-Accounts
           END-IF
           CLOSE Report-Output.

           DISPLAY "=================================================="
           DISPLAY "   Accepted (committed)  : " RC-OFFERS-ACCEPTED
           DISPLAY "   Open (offered)        : " RC-OFFERS-OPEN
           DISPLAY "   Other status          : " RC-OFFERS-OTHER
           DISPLAY "   Written off (excluded): " RC-OFFERS-WRITTEN-OFF
           DISPLAY "   Decisions loaded      : " RC-DECISIONS-LOADED
           DISPLAY "   Offers unmatched      : " RC-UNMATCHED-OFFERS
           DISPLAY "   Buckets built         : " RC-BUCKETS-BUILT

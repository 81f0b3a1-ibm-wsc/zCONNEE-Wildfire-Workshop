      *       flipped application goes to TD queue LNPS. Decisions
      *       carry no age, so only the score and LTI thresholds
      *       replay; an age-band change simulates as no movement.
      * A tier also carries the early-settlement charge percentage
      * payoff quotes add for loans underwritten under it (blank on
      * the screen means no charge).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNPMNT.
       ENVIRONMENT DIVISION.
       COPY LNPOLICY SUPPRESS.
       COPY LNPPEND SUPPRESS.
       COPY LNPAUDIT SUPPRESS.
       COPY ACCREVOK SUPPRESS.
       COPY LNTIERS SUPPRESS.
       COPY LOANHIST SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-ACCESS-SW                PIC X(01) VALUE 'Y'.
            88 APPROVER-ACCESS-HELD    VALUE 'Y'.
        01 WS-POLICY-FOUND-SW          PIC X(01) VALUE 'N'.
            88 POLICY-ON-FILE          VALUE 'Y'.
        01 WS-EARLY-PCT-OUT            PIC Z9.99.
        01 COMMAREA-BUFFER             PIC X(01).

      * Simulation work fields: the window cutoff, the LNTIERS rule
              MOVE LNPOLICY-MAX-LTI-PERCENT TO MAXLTIO
              MOVE LNPOLICY-MIN-AGE TO MINAGEO
              MOVE LNPOLICY-MAX-AGE TO MAXAGEO
              MOVE LNPOLICY-EARLY-SETTLE-PCT TO WS-EARLY-PCT-OUT
              MOVE WS-EARLY-PCT-OUT TO ERLYPCTO
              MOVE 'Tier displayed' TO MSG1O
           ELSE
              MOVE 'Tier not on LNPOLICY' TO MSG1O
      * change does NOT touch LNPOLICY yet.                     *
      ***********************************************************
        STAGE-CHANGE SECTION.
           PERFORM CHECK-APPROVER-ACCESS.
           IF NOT APPROVER-ACCESS-HELD
              GO TO STAGE-CHANGE-EXIT
           END-IF.

           PERFORM EDIT-POLICY-FIELDS.
           IF NOT EDITS-PASSED
              GO TO STAGE-CHANGE-EXIT
           MOVE MAXLTII TO LNPPEND-MAX-LTI.
           MOVE MINAGEI TO LNPPEND-MIN-AGE.
           MOVE MAXAGEI TO LNPPEND-MAX-AGE.
           COMPUTE LNPPEND-EARLY-PCT = FUNCTION NUMVAL(ERLYPCTI).
           MOVE WS-USERID TO LNPPEND-PROPOSED-BY.
           MOVE WS-CURRENT-DATE TO LNPPEND-PROPOSED-AT(1:8).
           MOVE WS-CURRENT-TIME TO LNPPEND-PROPOSED-AT(9:8).
      * change to LNPOLICY and writes the audit record.         *
      ***********************************************************
        CONFIRM-CHANGE SECTION.
           PERFORM CHECK-APPROVER-ACCESS.
           IF NOT APPROVER-ACCESS-HELD
              GO TO CONFIRM-CHANGE-EXIT
           END-IF.

           MOVE TIERI TO LNPPEND-TIER.
           EXEC CICS READ FILE('LNPPEND')
                INTO(LNPPEND-RECORD)

           PERFORM READ-POLICY-RECORD.
           MOVE ZEROS TO LNPAUDIT-OLD-VALUES.
           MOVE ZEROS TO LNPAUDIT-OLD-EARLY-PCT.
           IF POLICY-ON-FILE
              MOVE LNPOLICY-MIN-CREDIT-SCORE TO LNPAUDIT-OLD-SCORE
              MOVE LNPOLICY-MAX-LTI-PERCENT TO LNPAUDIT-OLD-LTI
              MOVE LNPOLICY-MIN-AGE TO LNPAUDIT-OLD-MINA
              MOVE LNPOLICY-MAX-AGE TO LNPAUDIT-OLD-MAXA
              MOVE LNPOLICY-EARLY-SETTLE-PCT TO
                   LNPAUDIT-OLD-EARLY-PCT
           END-IF.

      * An existing tier must be re-read FOR UPDATE before the
           MOVE LNPPEND-MAX-LTI TO LNPOLICY-MAX-LTI-PERCENT.
           MOVE LNPPEND-MIN-AGE TO LNPOLICY-MIN-AGE.
           MOVE LNPPEND-MAX-AGE TO LNPOLICY-MAX-AGE.
           MOVE LNPPEND-EARLY-PCT TO LNPOLICY-EARLY-SETTLE-PCT.

           IF POLICY-ON-FILE
              EXEC CICS REWRITE FILE('LNPOLICY')
      ***********************************************************
      * EDIT-POLICY-FIELDS - the screen edits: credit score     *
      * 300-850, LTI percent 1-100, ages 18-99 with min below   *
      * max, early-settlement percent 0-10 (blank is 0).        *
      ***********************************************************
        EDIT-POLICY-FIELDS SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           INSPECT ERLYPCTI REPLACING ALL LOW-VALUE BY SPACE.
           IF ERLYPCTI = SPACES
              MOVE '0' TO ERLYPCTI
           END-IF.
           EVALUATE TRUE
              WHEN MINSCREI IS NOT NUMERIC
                 MOVE 'Minimum credit score must be numeric'
                 MOVE 'Ages must be 18-99 with min below max'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN FUNCTION TEST-NUMVAL(ERLYPCTI) NOT = 0
                 MOVE 'Early settlement percent must be numeric'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN FUNCTION NUMVAL(ERLYPCTI) < 0
                   OR FUNCTION NUMVAL(ERLYPCTI) > 10
                 MOVE 'Early settlement percent must be 0-10'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE LNPPEND-MAX-LTI TO LNPAUDIT-NEW-LTI.
           MOVE LNPPEND-MIN-AGE TO LNPAUDIT-NEW-MINA.
           MOVE LNPPEND-MAX-AGE TO LNPAUDIT-NEW-MAXA.
           MOVE LNPPEND-EARLY-PCT TO LNPAUDIT-NEW-EARLY-PCT.
           EXEC CICS WRITE FILE('LNPAUDIT')
                FROM(LNPAUDIT-RECORD)
                LENGTH(LENGTH OF LNPAUDIT-RECORD)
        WRITE-POLICY-AUDIT-EXIT.
           EXIT.

      ***********************************************************
      * CHECK-APPROVER-ACCESS - a userid whose approver access  *
      * was revoked or suspended at access recertification is   *
      * on ACCREVOK and may neither stage nor confirm.          *
      ***********************************************************
        CHECK-APPROVER-ACCESS SECTION.
           MOVE 'Y' TO WS-ACCESS-SW.
           MOVE 'LNPOLICY' TO ACCREVOK-STORE.
           MOVE WS-USERID TO ACCREVOK-USERID.
           EXEC CICS READ FILE('ACCREVOK')
                INTO(ACCREVOK-RECORD)
                LENGTH(LENGTH OF ACCREVOK-RECORD)
                RIDFLD(ACCREVOK-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ACCESS-SW
              MOVE 'Your approver access was withdrawn at'
                  TO MSG1O
              MOVE 'access recertification - see your manager'
                  TO MSG2O
           END-IF.
        CHECK-APPROVER-ACCESS-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.

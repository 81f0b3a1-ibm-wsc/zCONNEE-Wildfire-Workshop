      * Consolidated daily security review: the four scattered event
      * trails on one page for the security officer. Today's
      * lockouts and repeated sign-on failures by userid from
      * SGNAUDIT, activity outside the business-hours window, the
      * leavers whose access LEAVPROC withdrew today,
      * every credit-policy change (LNPAUDIT) and employee-directory
      * change (EMPAUDIT) with who made it, verb-authorization
      * rejects from the problem log, and a today-versus-yesterday
      * count per category so a spike stands out. The business
      * window comes from the OPENTIME and CLOSETIME run parameters,
      * else the JCL PARM as 'hhmm,hhmm'; default 0800,1800.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01 WS-RECORD-DATE              PIC 9(08).
       01 WS-RECORD-TIME              PIC 9(04).

      * Business-hours window, hhmm: the OPENTIME and CLOSETIME run
      * parameters on RUNPARM, else the JCL PARM.
       01 WS-WINDOW-FIELDS.
           05 WS-OPEN-TIME            PIC 9(04) VALUE 0800.
           05 WS-CLOSE-TIME           PIC 9(04) VALUE 1800.
           05 WS-PARM-OPEN            PIC X(04).
           05 WS-PARM-CLOSE           PIC X(04).
           05 WS-REG-OPEN             PIC X(04) VALUE SPACES.
           05 WS-REG-CLOSE            PIC X(04) VALUE SPACES.
       COPY RUNPLOOK SUPPRESS.

      * Sign-on failures and lockout attempts by userid, today.
       01 WS-USER-TABLE.
           05 CT-DENY-TODAY           PIC 9(08) COMP VALUE 0.
           05 CT-DENY-PRIOR           PIC 9(08) COMP VALUE 0.
           05 CT-AFTHRS-TODAY         PIC 9(08) COMP VALUE 0.
           05 CT-LEAVER-TODAY         PIC 9(08) COMP VALUE 0.
           05 CT-LEAVER-PRIOR         PIC 9(08) COMP VALUE 0.

      * Leavers processed today, with the stores their access was
      * withdrawn from.
       01 WS-LEAVER-TABLE.
           05 LT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 LT-ENTRY OCCURS 200 TIMES INDEXED BY LT-IX.
               10 LT-USERID           PIC X(60).
               10 LT-FIRST-TIME       PIC X(06).
               10 LT-STORE-COUNT      PIC 9(02) COMP.
               10 LT-STORES           PIC X(30).
       01 WS-LEAVER-FOUND-SW          PIC X(01) VALUE 'N'.
           88 LEAVER-ON-TABLE         VALUE 'Y'.
       01 WS-STORE-POINTER            PIC 9(04) COMP.

       01 WS-AFTHRS-LISTED            PIC 9(04) COMP VALUE 0.
       01 WS-TREND-TODAY              PIC 9(08) COMP VALUE 0.
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'SECRPT' TO RUNPLOOK-PROGRAM
           MOVE 'OPENTIME' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:4) TO WS-REG-OPEN
           END-IF
           MOVE 'CLOSETIME' TO RUNPLOOK-NAME
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:4) TO WS-REG-CLOSE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

      *    The window is taken as a pair, from the registry when both
      *    ends are set there, else from the PARM.
           IF WS-REG-OPEN IS NUMERIC
              AND WS-REG-CLOSE IS NUMERIC
              MOVE WS-REG-OPEN TO WS-OPEN-TIME
              MOVE WS-REG-CLOSE TO WS-CLOSE-TIME
           ELSE
              IF PARM-LENGTH >= 9
                 MOVE PARM-DATA(1:4) TO WS-PARM-OPEN
                 MOVE PARM-DATA(6:4) TO WS-PARM-CLOSE
                 IF WS-PARM-OPEN IS NUMERIC
                    AND WS-PARM-CLOSE IS NUMERIC
                    MOVE WS-PARM-OPEN TO WS-OPEN-TIME
                    MOVE WS-PARM-CLOSE TO WS-CLOSE-TIME
                 END-IF
              END-IF
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM SCAN-SIGNON-AUDIT
           PERFORM REPORT-FLAGGED-USERS
           PERFORM REPORT-LEAVERS
           PERFORM REPORT-POLICY-CHANGES
           PERFORM REPORT-DIRECTORY-CHANGES
           PERFORM SCAN-PROBLEM-LOG
                  WHEN 'F' ADD 1 TO CT-FAIL-PRIOR
                  WHEN 'L' ADD 1 TO CT-LOCK-PRIOR
                  WHEN 'S' CONTINUE
                  WHEN 'H' ADD 1 TO CT-LEAVER-PRIOR
                  WHEN OTHER ADD 1 TO CT-ADMIN-PRIOR
              END-EVALUATE
           END-IF
                   PERFORM TALLY-SIGNON-USERID
               WHEN 'S'
                   CONTINUE
               WHEN 'H'
                   ADD 1 TO CT-LEAVER-TODAY
                   PERFORM TALLY-LEAVER
               WHEN OTHER
                   ADD 1 TO CT-ADMIN-TODAY
                   PERFORM REPORT-ADMIN-ACTION
           END-EVALUATE

      * Only sign-on attempts count as after-hours sign-ons; the
      * batch runs write their entries at whatever hour they run.
           IF SGNAUDIT-RESULT = 'S' OR 'F' OR 'L'
              PERFORM CHECK-AFTER-HOURS-SIGNON
           END-IF.
       TALLY-ONE-SIGNON-EVENT-EXIT.
           EXIT.

       TALLY-SIGNON-USERID-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A leaver withdrawal ('H', written by LEAVPROC): one entry per  *
      * leaver, collecting the stores from SGNAUDIT-LTERM.             *
      *----------------------------------------------------------------*
       TALLY-LEAVER SECTION.

           MOVE 'N' TO WS-LEAVER-FOUND-SW
           IF LT-ENTRY-COUNT > 0
              SET LT-IX TO 1
              SEARCH LT-ENTRY
                  WHEN LT-IX > LT-ENTRY-COUNT
                      CONTINUE
                  WHEN LT-USERID(LT-IX) = SGNAUDIT-USERID
                      MOVE 'Y' TO WS-LEAVER-FOUND-SW
              END-SEARCH
           END-IF

           IF NOT LEAVER-ON-TABLE
              IF LT-ENTRY-COUNT >= 200
                 GO TO TALLY-LEAVER-EXIT
              END-IF
              ADD 1 TO LT-ENTRY-COUNT
              SET LT-IX TO LT-ENTRY-COUNT
              MOVE SGNAUDIT-USERID TO LT-USERID(LT-IX)
              MOVE SGNAUDIT-TIMESTAMP(9:6) TO LT-FIRST-TIME(LT-IX)
              MOVE ZERO TO LT-STORE-COUNT(LT-IX)
              MOVE SPACES TO LT-STORES(LT-IX)
           END-IF

           IF LT-STORE-COUNT(LT-IX) >= 3
              GO TO TALLY-LEAVER-EXIT
           END-IF
           COMPUTE WS-STORE-POINTER =
               LT-STORE-COUNT(LT-IX) * 9 + 1
           MOVE SGNAUDIT-LTERM TO
               LT-STORES(LT-IX)(WS-STORE-POINTER:8)
           ADD 1 TO LT-STORE-COUNT(LT-IX).
       TALLY-LEAVER-EXIT.
           EXIT.

       REPORT-ADMIN-ACTION SECTION.

           MOVE 'SGNAUDIT' TO CH-SOURCE
       REPORT-ONE-FLAGGED-USER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Leavers processed today and where their access was withdrawn.  *
      *----------------------------------------------------------------*
       REPORT-LEAVERS SECTION.

           MOVE 'LEAVERS PROCESSED (LEAVPROC)' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           PERFORM REPORT-ONE-LEAVER
               VARYING LT-IX FROM 1 BY 1
               UNTIL LT-IX > LT-ENTRY-COUNT

           IF LT-ENTRY-COUNT = 0
              MOVE 'NONE TODAY' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF.
       REPORT-LEAVERS-EXIT.
           EXIT.

       REPORT-ONE-LEAVER SECTION.

           MOVE 'SGNAUDIT' TO EL-SOURCE
           MOVE LT-FIRST-TIME(LT-IX) TO EL-TIME
           MOVE LT-USERID(LT-IX)(1:30) TO EL-USERID
           MOVE SPACES TO EL-DETAIL
           STRING 'WITHDRAWN: ' DELIMITED BY SIZE
                  LT-STORES(LT-IX) DELIMITED BY SIZE
               INTO EL-DETAIL
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EVENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-LEAVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every credit-policy change today, with proposer and            *
      * confirmer; yesterday's counted for the trend.                  *
           MOVE CT-ADMIN-PRIOR TO WS-TREND-PRIOR
           PERFORM WRITE-ONE-TREND-LINE

           MOVE 'LEAVER WITHDRAWALS' TO TL-CATEGORY
           MOVE CT-LEAVER-TODAY TO WS-TREND-TODAY
           MOVE CT-LEAVER-PRIOR TO WS-TREND-PRIOR
           PERFORM WRITE-ONE-TREND-LINE

           MOVE 'POLICY CHANGES' TO TL-CATEGORY
           MOVE CT-POLICY-TODAY TO WS-TREND-TODAY
           MOVE CT-POLICY-PRIOR TO WS-TREND-PRIOR

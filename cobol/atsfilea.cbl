              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VERBTIME-STATUS.
           SELECT Pending-Change ASSIGN TO FAPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAPEND-KEY
              FILE STATUS IS FAPEND-STATUS-CODE.
           SELECT Future-Change ASSIGN TO FAFUTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAFUTR-KEY
              FILE STATUS IS FAFUTR-STATUS-CODE.
           SELECT Contact-Note ASSIGN TO FANOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FANOTE-KEY
              FILE STATUS IS FANOTE-STATUS-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  Filea-VSAM.
       COPY HRTBEAT SUPPRESS.
       FD  Verb-Timings.
       COPY VERBTIME SUPPRESS.
       FD  Pending-Change.
       COPY FAPEND SUPPRESS.
       FD  Future-Change.
       COPY FAFUTR SUPPRESS.
       FD  Contact-Note.
       COPY FANOTE SUPPRESS.
       WORKING-STORAGE SECTION.
       COPY FILEAREQ.
       COPY FILEARSP.
      *
      * Sanctions and watch-list screening of every POST through the
      * common SCRNCHK check, before the add is written.
      *
       COPY SCRNPARM.
       01  STATUS-CODE            PIC X(2).
           88 NORMAL              VALUE '00'.
           88 DUPLICATE           VALUE '22'.
       01 WS-TIME-ELAPSED              PIC 9(08) VALUE 0.
       01 WS-TIME-HHMMSS               PIC X(06).
       01 WS-VERB-TIME-TABLE.
           05 VT-ENTRY OCCURS 11 TIMES INDEXED BY VT-IX.
               10 VT-VERB              PIC X(01).
               10 VT-COUNT             PIC 9(08) COMP.
               10 VT-TOTAL-SECS        PIC 9(08) COMP.
       01 WS-CMD-TEXT                  PIC X(80) VALUE SPACES.
       01 WS-AUDIT-BEFORE              PIC X(104) VALUE SPACES.
       01 WS-AUDIT-AFTER               PIC X(104) VALUE SPACES.
       01 WS-AUDIT-APPROVAL.
           05 WS-AUDIT-PROPOSED-BY     PIC X(08) VALUE SPACES.
           05 WS-AUDIT-CONFIRMED-BY    PIC X(08) VALUE SPACES.
      *
      * Second-approver hold on large AMOUNT changes. A PUT that moves
      * AMOUNT-NUMERIC by more than the ATSAMTHOLD threshold (default
      * 10000.00) is staged on FAPEND instead of applied, and takes
      * effect only when a different userid confirms it with the 'C'
      * verb. With no FAPEND allocated such a PUT is refused outright
      * rather than applied on one person's say-so.
      *
       01 FAPEND-STATUS-CODE           PIC X(2).
           88 FAPEND-NORMAL            VALUE '00'.
           88 FAPEND-DUPLICATE         VALUE '22'.
       01 FAPEND-OPEN-SW               PIC X(01) VALUE 'N'.
           88 FAPEND-OPEN              VALUE 'Y'.
       01 WS-HOLD-THRESHOLD-ENV        PIC X(12) VALUE SPACES.
       01 WS-HOLD-THRESHOLD            PIC 9(07)V99 VALUE 10000.00.
       01 WS-HOLD-OLD-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-HOLD-AMOUNT-MOVE          PIC 9(08)V99 COMP-3 VALUE 0.
       01 WS-HOLD-SAVE-RECORD          PIC X(109) VALUE SPACES.
       01 WS-AMOUNT-HOLD-SW            PIC X(01) VALUE 'N'.
           88 AMOUNT-HOLD-REQUIRED     VALUE 'Y'.
      *
      * Future-dated changes. The 'F' verb files the fields supplied
      * on FAFUTR under the NUMB and the request's EFFECTIVE-DATE,
      * together with what those fields hold today, for the nightly
      * FAFUTAPL run to apply on the day; 'Q' lists the ones still
      * pending for a NUMB. Neither touches FileA itself, so both
      * keep serving through the quiesce window. For authorization a
      * future change counts as the update it will become ('U') and
      * the listing as a list ('L').
      *
       01 FAFUTR-STATUS-CODE           PIC X(2).
           88 FAFUTR-NORMAL            VALUE '00'.
           88 FAFUTR-DUPLICATE         VALUE '22'.
       01 FAFUTR-OPEN-SW               PIC X(01) VALUE 'N'.
           88 FAFUTR-OPEN              VALUE 'Y'.
       01 WS-FUTR-FIELDS               PIC X(73) VALUE SPACES.
       01 WS-FUTR-NUMB                 PIC X(06) VALUE SPACES.
      *
      * Contact notes. 'N' adds a dated note (category, free text and
      * the caller's userid) on FANOTE under the NUMB; 'R' returns the
      * NUMB's ten most recent, newest first. The browse runs forward
      * in key order, so the last ten read are kept in a window that
      * slides down one slot whenever it is full. Like 'F'/'Q' they
      * leave FileA alone; 'N' is authorized as an update ('U') and
      * 'R' as a list ('L').
      *
       01 FANOTE-STATUS-CODE           PIC X(2).
           88 FANOTE-NORMAL            VALUE '00'.
           88 FANOTE-DUPLICATE         VALUE '22'.
       01 FANOTE-OPEN-SW               PIC X(01) VALUE 'N'.
           88 FANOTE-OPEN              VALUE 'Y'.
       01 WS-NOTE-NUMB                 PIC X(06) VALUE SPACES.
       01 WS-NOTE-WINDOW-COUNT         PIC 9(04) COMP VALUE 0.
       01 WS-NOTE-SUB                  PIC 9(04) COMP VALUE 0.
       01 WS-NOTE-WINDOW.
           05 WS-NOTE-SLOT OCCURS 10 TIMES.
               10 WS-NOTE-SLOT-TIMESTAMP PIC X(16).
               10 WS-NOTE-SLOT-CATEGORY  PIC X(01).
               10 WS-NOTE-SLOT-USERID    PIC X(08).
               10 WS-NOTE-SLOT-TEXT      PIC X(60).
       01 WS-AUTH-VERB                 PIC X(01) VALUE SPACE.
      *
      * Audit-chain state: primed from the last record already on the
      * trail before it is opened for append, then advanced on every
      * PUT/POST/DELETE are deferred with a "retry after hh:mm"
      * message, so the FileA backup never catches a half-complete
      * mutation. The window comes from the ATSQUIESCEFROM and
      * ATSQUIESCETO run parameters on RUNPARM, read when the server
      * starts, else the environment variables of the same names, as
      * hhmm values; a FROM later than the TO means the window spans
      * midnight. Mutations resume by themselves once the clock
      * leaves the window.
      *
       01 WS-QUIESCE-FROM-ENV          PIC X(08) VALUE SPACES.
       01 WS-QUIESCE-TO-ENV            PIC X(08) VALUE SPACES.
       COPY RUNPLOOK.
       01 WS-QUIESCE-FROM              PIC X(04) VALUE SPACES.
       01 WS-QUIESCE-TO                PIC X(04) VALUE SPACES.
       01 WS-QUIESCE-SET-SW            PIC X(01) VALUE 'N'.
           05 RC-AUTH-DENIED-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-QUIESCE-DEFER-COUNT    PIC 9(08) COMP VALUE 0.
           05 RC-STALE-UPDATE-COUNT     PIC 9(08) COMP VALUE 0.
           05 RC-HELD-COUNT             PIC 9(08) COMP VALUE 0.
           05 RC-CONFIRM-COUNT          PIC 9(08) COMP VALUE 0.
           05 RC-FUTURE-COUNT           PIC 9(08) COMP VALUE 0.
           05 RC-FUTURE-LIST-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-NOTE-COUNT             PIC 9(08) COMP VALUE 0.
           05 RC-NOTE-LIST-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-SCREEN-HELD-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-SCREEN-REFUSED-COUNT   PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.
      *********************
             MOVE WS-SLOW-SECS-ENV(1:3) TO WS-SLOW-SECS
           END-IF
           PERFORM Init-Verb-Time-Table
           OPEN I-O Pending-Change
           IF FAPEND-NORMAL
             MOVE 'Y' TO FAPEND-OPEN-SW
           ELSE
             DISPLAY "WARNING: FAPEND unavailable, status="
                     FAPEND-STATUS-CODE
             DISPLAY "         large AMOUNT changes will be refused"
           END-IF
           OPEN I-O Future-Change
           IF FAFUTR-NORMAL
             MOVE 'Y' TO FAFUTR-OPEN-SW
           ELSE
             DISPLAY "WARNING: FAFUTR unavailable, status="
                     FAFUTR-STATUS-CODE
             DISPLAY "         future-dated changes will be refused"
           END-IF
           OPEN I-O Contact-Note
           IF FANOTE-NORMAL
             MOVE 'Y' TO FANOTE-OPEN-SW
           ELSE
             DISPLAY "WARNING: FANOTE unavailable, status="
                     FANOTE-STATUS-CODE
             DISPLAY "         contact notes will be refused"
           END-IF
           DISPLAY "ATSAMTHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-THRESHOLD-ENV FROM ENVIRONMENT-VALUE
           IF WS-HOLD-THRESHOLD-ENV NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-HOLD-THRESHOLD-ENV) EQUAL 0
             COMPUTE WS-HOLD-THRESHOLD =
                 FUNCTION NUMVAL(WS-HOLD-THRESHOLD-ENV)
           END-IF
           DISPLAY "AMOUNT change hold threshold " WS-HOLD-THRESHOLD
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'ATSFILEA' TO RUNPLOOK-PROGRAM
           MOVE 'ATSQUIESCEFROM' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
             MOVE RUNPLOOK-VALUE(1:8) TO WS-QUIESCE-FROM-ENV
             MOVE 'ATSQUIESCETO' TO RUNPLOOK-NAME
             CALL 'RUNPGET' USING RUNPLOOK-AREA
           END-IF
           IF RUNPLOOK-FOUND
             MOVE RUNPLOOK-VALUE(1:8) TO WS-QUIESCE-TO-ENV
           ELSE
             DISPLAY "ATSQUIESCEFROM" UPON ENVIRONMENT-NAME
             ACCEPT WS-QUIESCE-FROM-ENV FROM ENVIRONMENT-VALUE
             DISPLAY "ATSQUIESCETO" UPON ENVIRONMENT-NAME
             ACCEPT WS-QUIESCE-TO-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF WS-QUIESCE-FROM-ENV(1:4) IS NUMERIC
              AND WS-QUIESCE-TO-ENV(1:4) IS NUMERIC
             MOVE WS-QUIESCE-FROM-ENV(1:4) TO WS-QUIESCE-FROM
             PERFORM Check-Quiesce-Window
             IF QUIESCE-IN-EFFECT AND
                (HTTP-VERB EQUAL 'U' OR HTTP-VERB EQUAL 'P'
                                     OR HTTP-VERB EQUAL 'D'
                                     OR HTTP-VERB EQUAL 'C')
               PERFORM Defer-Quiesced-Mutation
             ELSE
             EVALUATE HTTP-VERB
                            LAST-UPD-USERID OF FileA-record
                 ELSE
                    MOVE FileA-record TO WS-AUDIT-BEFORE
                    MOVE FileA-record TO WS-HOLD-SAVE-RECORD
                    MOVE AMOUNT-NUMERIC OF FileA-record TO
                                                 WS-HOLD-OLD-AMOUNT
                    MOVE CORRESPONDING REQUEST-DATA to FileA-record
                    PERFORM Stamp-Last-Updated
                    PERFORM Check-Amount-Hold
                    IF AMOUNT-HOLD-REQUIRED
                       PERFORM Stage-Held-Update
                           THRU Stage-Held-Update-Exit
                    ELSE
                       REWRITE FileA-record
                       MOVE 'PUT successful' to results-message
                       DISPLAY 'REWRITE FileA-record'
                       MOVE FileA-record TO WS-AUDIT-AFTER
                       PERFORM Write-Audit-Record
                    END-IF
                 END-IF
                 END-IF
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'C'
                 ADD 1 TO RC-CONFIRM-COUNT
                 DISPLAY 'CONFIRM - held change for NUMB: '
                                             numb of FileA-record
                 PERFORM Confirm-Held-Update
                     THRU Confirm-Held-Update-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'F'
                 ADD 1 TO RC-FUTURE-COUNT
                 DISPLAY 'FUTURE - change for NUMB: '
                         numb of FileA-record
                         ' effective ' EFFECTIVE-DATE OF REQUEST-DATA
                 PERFORM File-Future-Change THRU File-Future-Change-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'Q'
                 ADD 1 TO RC-FUTURE-LIST-COUNT
                 DISPLAY 'FUTURE LIST - for NUMB: '
                                             numb of FileA-record
                 PERFORM List-Future-Changes
                     THRU List-Future-Changes-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'N'
                 ADD 1 TO RC-NOTE-COUNT
                 DISPLAY 'NOTE - for NUMB: ' numb of FileA-record
                         ' category ' NOTE-CATEGORY OF REQUEST-DATA
                 PERFORM Add-Contact-Note THRU Add-Contact-Note-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'R'
                 ADD 1 TO RC-NOTE-LIST-COUNT
                 DISPLAY 'NOTE LIST - for NUMB: '
                                             numb of FileA-record
                 PERFORM List-Contact-Notes THRU List-Contact-Notes-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'G'
                 ADD 1 TO RC-GET-COUNT
                 DISPLAY 'GET - FileA-record: ' FileA-record
                    MOVE 'POST unsuccessful, NUMB range full' to
                                                  results-message
                    DISPLAY 'POST - no free NUMB could be assigned'
                 ELSE
                 PERFORM Screen-New-Customer
                 IF NOT SCRNPARM-NO-MATCH
                    DISPLAY 'POST - not written, screening result '
                            SCRNPARM-RESULT
      *  No FileA I/O was done for the add itself, so the status left
      *  from an earlier request must not read as a NOTFOUND below.
                    MOVE '00' TO STATUS-CODE
                 ELSE
                    PERFORM Stamp-Last-Updated
                    WRITE FileA-record
                    END-IF
                    MOVE STATUS-CODE TO vsam-status-code
                 END-IF
                 END-IF
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

               WHEN 'D'
                 ADD 1 TO RC-SEARCH-COUNT
                 DISPLAY 'SEARCH - name: ' name of FileA-record
                         ' phone: ' phone of FileA-record
                 PERFORM Search-Records THRU Search-Records-Exit
                 MOVE STATUS-CODE TO vsam-status-code
                 DISPLAY 'STATUS CODE = ' STATUS-CODE

      *  request was serviced
      *
             PERFORM Check-Operator-Commands
                 THRU Check-Operator-Commands-Exit
             PERFORM Write-Heartbeat-Record

            END-PERFORM.

            CLOSE Filea-VSAM.
            CLOSE AuditA-Log.
            IF FAPEND-OPEN
              CLOSE Pending-Change
            END-IF.
            IF FAFUTR-OPEN
              CLOSE Future-Change
            END-IF.
            IF FANOTE-OPEN
              CLOSE Contact-Note
            END-IF.
            IF CAPHIST-OPEN
              CLOSE Capacity-History
            END-IF.
            IF PROBLOG-OPEN
              CLOSE Problem-Log
            END-IF.
            MOVE 'E' TO SCRNPARM-FUNCTION.
            CALL 'SCRNCHK' USING SCRNPARM-AREA.
      *
      *  Unregister service
      *  ==================
                                                   results-message
             END-IF
           END-IF
           IF VALID-REQUEST AND HTTP-VERB EQUAL 'F'
             IF EFFECTIVE-DATE OF REQUEST-DATA IS NOT NUMERIC
                OR EFFECTIVE-DATE OF REQUEST-DATA(5:2) < '01'
                OR EFFECTIVE-DATE OF REQUEST-DATA(5:2) > '12'
                OR EFFECTIVE-DATE OF REQUEST-DATA(7:2) < '01'
                OR EFFECTIVE-DATE OF REQUEST-DATA(7:2) > '31'
               MOVE 'N' TO REQUEST-VALIDATION-SW
               MOVE 'Validation error: EFFECTIVE-DATE invalid' to
                                                   results-message
             ELSE
               IF EFFECTIVE-DATE OF REQUEST-DATA IS NOT GREATER THAN
                                        FUNCTION CURRENT-DATE(1:8)
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: date must be future' to
                                                   results-message
               END-IF
             END-IF
           END-IF
           IF VALID-REQUEST AND HTTP-VERB EQUAL 'F'
             MOVE FileA-record(8:73) TO WS-FUTR-FIELDS
             INSPECT WS-FUTR-FIELDS REPLACING ALL LOW-VALUES BY SPACES
             IF WS-FUTR-FIELDS EQUAL SPACES
               MOVE 'N' TO REQUEST-VALIDATION-SW
               MOVE 'Validation error: no fields to change' to
                                                   results-message
             END-IF
           END-IF
           IF VALID-REQUEST AND HTTP-VERB EQUAL 'N'
             MOVE NOTE-CATEGORY OF REQUEST-DATA TO FANOTE-CATEGORY
             IF NOT FANOTE-CATEGORY-VALID
               MOVE 'N' TO REQUEST-VALIDATION-SW
               MOVE 'Validation error: NOTE-CATEGORY invalid' to
                                                   results-message
             END-IF
             IF NOTE-TEXT OF REQUEST-DATA EQUAL SPACES OR LOW-VALUES
               MOVE 'N' TO REQUEST-VALIDATION-SW
               MOVE 'Validation error: NOTE-TEXT is required' to
                                                   results-message
             END-IF
           END-IF
           IF VALID-REQUEST AND
              (HTTP-VERB EQUAL 'P' OR HTTP-VERB EQUAL 'U')
             IF name of FileA-record EQUAL SPACES OR LOW-VALUES
             END-IF
           END-IF
           IF VALID-REQUEST AND
              (HTTP-VERB EQUAL 'P' OR HTTP-VERB EQUAL 'U'
                                   OR HTTP-VERB EQUAL 'F')
             IF amount of FileA-record NOT EQUAL SPACES AND
                amount of FileA-record NOT EQUAL LOW-VALUES
               IF FUNCTION TEST-NUMVAL-C(amount of FileA-record)
             END-IF
           END-IF
           IF VALID-REQUEST AND
              (HTTP-VERB EQUAL 'P' OR HTTP-VERB EQUAL 'U'
                                   OR HTTP-VERB EQUAL 'F')
             IF phone of FileA-record NOT EQUAL SPACES AND
                phone of FileA-record NOT EQUAL LOW-VALUES
               IF phone of FileA-record IS NOT NUMERIC
             END-IF
           END-IF
           IF VALID-REQUEST AND
              (HTTP-VERB EQUAL 'P' OR HTTP-VERB EQUAL 'U'
                                   OR HTTP-VERB EQUAL 'F')
             IF datex of FileA-record NOT EQUAL SPACES AND
                datex of FileA-record NOT EQUAL LOW-VALUES
               IF datex of FileA-record IS NOT NUMERIC
             WHEN RSP-RC = 4
               SUBTRACT 1 FROM SRV-RETRY-COUNT
               PERFORM Check-Operator-Commands
                   THRU Check-Operator-Commands-Exit
               PERFORM Write-Heartbeat-Record
             WHEN OTHER
               DISPLAY "WARNING: BBOA1SRV attempt " SRV-RETRY-COUNT
           MOVE 'D' TO VT-VERB(4)
           MOVE 'L' TO VT-VERB(5)
           MOVE 'S' TO VT-VERB(6)
           MOVE 'C' TO VT-VERB(7)
           MOVE 'F' TO VT-VERB(8)
           MOVE 'Q' TO VT-VERB(9)
           MOVE 'N' TO VT-VERB(10)
           MOVE 'R' TO VT-VERB(11)
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > 11
             MOVE 0 TO VT-COUNT(VT-IX)
             MOVE 0 TO VT-TOTAL-SECS(VT-IX)
             MOVE 99999 TO VT-MIN-SECS(VT-IX)
               WS-TIME-END-SECS - WS-TIME-START-SECS
           SET VT-IX TO 1
           SEARCH VT-ENTRY
             WHEN VT-IX > 11
               CONTINUE
             WHEN VT-VERB(VT-IX) IS EQUAL TO HTTP-VERB
               ADD 1 TO VT-COUNT(VT-IX)
           ELSE
             PERFORM Write-One-Verb-Time
                 VARYING VT-IX FROM 1 BY 1
                 UNTIL VT-IX > 11
             CLOSE Verb-Timings
           END-IF.
       Write-Verb-Time-Records-Exit.
      *
       Check-Verb-Authority.
           MOVE 'Y' TO AUTH-VERB-OK-SW
           MOVE HTTP-VERB TO WS-AUTH-VERB
           IF HTTP-VERB IS EQUAL TO 'F'
             MOVE 'U' TO WS-AUTH-VERB
           END-IF
           IF HTTP-VERB IS EQUAL TO 'Q'
             MOVE 'L' TO WS-AUTH-VERB
           END-IF
           IF HTTP-VERB IS EQUAL TO 'N'
             MOVE 'U' TO WS-AUTH-VERB
           END-IF
           IF HTTP-VERB IS EQUAL TO 'R'
             MOVE 'L' TO WS-AUTH-VERB
           END-IF
           IF AUTH-ENABLED
             MOVE 'N' TO AUTH-VERB-OK-SW
             MOVE 'N' TO AUTH-USER-FOUND-SW
                   MOVE 'Y' TO AUTH-USER-FOUND-SW
                   MOVE 0 TO AUTH-VERB-TALLY
                   INSPECT AUTH-VERBS(AUTH-IX)
                     TALLYING AUTH-VERB-TALLY FOR ALL WS-AUTH-VERB
                   IF AUTH-VERB-TALLY IS GREATER THAN 0
                     MOVE 'Y' TO AUTH-VERB-OK-SW
                   END-IF
               END-SEARCH
             END-IF
             IF NOT AUTH-USER-ON-TABLE
               IF WS-AUTH-VERB IS EQUAL TO 'G'
                  OR WS-AUTH-VERB IS EQUAL TO 'L'
                  OR WS-AUTH-VERB IS EQUAL TO 'S'
                 MOVE 'Y' TO AUTH-VERB-OK-SW
               END-IF
             END-IF
       Write-Audit-Record.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE HTTP-VERB TO AUDIT-VERB
      *  A confirmed held change goes on the trail as the update it is
           IF HTTP-VERB EQUAL 'C'
             MOVE 'U' TO AUDIT-VERB
           END-IF
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-IMAGE
           MOVE WS-AUDIT-PROPOSED-BY TO AUDIT-PROPOSED-BY
           MOVE WS-AUDIT-CONFIRMED-BY TO AUDIT-CONFIRMED-BY
           PERFORM Compute-Audit-Chain
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL
       Write-Audit-Record-Exit.
           EXIT.
      *
      *  Decide whether the update now in FileA-record moves
      *  AMOUNT-NUMERIC far enough from the stored figure to need a
      *  second approver before it may take effect.
      *  ========================================================
      *
       Check-Amount-Hold.
           MOVE 'N' TO WS-AMOUNT-HOLD-SW
           COMPUTE WS-HOLD-AMOUNT-MOVE = FUNCTION ABS(
               AMOUNT-NUMERIC OF FileA-record - WS-HOLD-OLD-AMOUNT)
           IF WS-HOLD-AMOUNT-MOVE IS GREATER THAN WS-HOLD-THRESHOLD
             MOVE 'Y' TO WS-AMOUNT-HOLD-SW
           END-IF.
       Check-Amount-Hold-Exit.
           EXIT.
      *
      *  Screen a POST's name through the common SCRNCHK check, after
      *  any NUMB assignment so the match is raised against the NUMB
      *  the customer will have. A match holds the add on SCRNHIT as
      *  the request card, carrying that NUMB, which compliance's
      *  clearing releases to the next FILEABAT run; a confirmed
      *  match, or a screen that cannot be run, refuses the add.
      *  SCRNPARM-RESULT is left 'N' only when the add may go ahead.
      *  ========================================================
      *
       Screen-New-Customer.
           MOVE 'S' TO SCRNPARM-FUNCTION
           MOVE 'F' TO SCRNPARM-SOURCE
           MOVE SPACES TO SCRNPARM-SUBJECT
           MOVE numb of FileA-record TO SCRNPARM-SUBJECT
           MOVE name of FileA-record TO SCRNPARM-NAME
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           IF SCRNPARM-MATCH-TO-HOLD
             MOVE 'P' TO REQUEST-TYPE
             MOVE numb of FileA-record TO numb OF REQUEST-DATA
             MOVE WS-ACTIVE-USERID TO REQUEST-USERID OF REQUEST-DATA
             MOVE 'H' TO SCRNPARM-FUNCTION
             MOVE 'A' TO SCRNPARM-HOLD-TYPE
             MOVE 'ATSFILEA' TO SCRNPARM-ORIGIN
             MOVE WS-ACTIVE-USERID TO SCRNPARM-USERID
             MOVE REQUEST-DATA(1:105) TO SCRNPARM-HELD-DATA
             CALL 'SCRNCHK' USING SCRNPARM-AREA
           END-IF
           EVALUATE TRUE
             WHEN SCRNPARM-NO-MATCH
               CONTINUE
             WHEN SCRNPARM-MATCH-TO-HOLD
               ADD 1 TO RC-SCREEN-HELD-COUNT
               MOVE 'POST held for compliance screening' to
                                                   results-message
             WHEN SCRNPARM-MATCH-CONFIRMED
               ADD 1 TO RC-SCREEN-REFUSED-COUNT
               MOVE 'POST refused, name on screening list' to
                                                   results-message
             WHEN OTHER
               ADD 1 TO RC-SCREEN-REFUSED-COUNT
               MOVE 'POST refused, screening unavailable' to
                                                   results-message
           END-EVALUATE.
       Screen-New-Customer-Exit.
           EXIT.
      *
      *  Stage a large AMOUNT change on FAPEND for a second approver
      *  instead of applying it; holding another change for the same
      *  customer replaces the earlier one. The live record is put
      *  back in FileA-record so the caller sees what is on file.
      *  ========================================================
      *
       Stage-Held-Update.
           IF NOT FAPEND-OPEN
             MOVE WS-HOLD-SAVE-RECORD TO FileA-record
             MOVE 'PUT refused, approval file unavailable' to
                                                   results-message
             DISPLAY 'PUT refused - AMOUNT change needs FAPEND'
             GO TO Stage-Held-Update-Exit
           END-IF
           MOVE SPACES TO FAPEND-RECORD
           MOVE numb of FileA-record TO FAPEND-NUMB
           MOVE 'P' TO FAPEND-STATUS
           MOVE 'ATSFILEA' TO FAPEND-ORIGIN
           MOVE WS-ACTIVE-USERID TO FAPEND-PROPOSED-BY
           MOVE FUNCTION CURRENT-DATE(1:16) TO FAPEND-PROPOSED-AT
           MOVE WS-HOLD-OLD-AMOUNT TO FAPEND-OLD-AMOUNT
           MOVE AMOUNT-NUMERIC OF FileA-record TO FAPEND-NEW-AMOUNT
           MOVE WS-AUDIT-BEFORE TO FAPEND-BEFORE-IMAGE
           MOVE FileA-record(1:104) TO FAPEND-AFTER-IMAGE
           MOVE WS-HOLD-SAVE-RECORD TO FileA-record
           WRITE FAPEND-RECORD
           IF FAPEND-DUPLICATE
             REWRITE FAPEND-RECORD
           END-IF
           IF FAPEND-NORMAL
             ADD 1 TO RC-HELD-COUNT
             MOVE 'PUT held for second approver' to results-message
             DISPLAY 'PUT held - AMOUNT change awaits second approver'
           ELSE
             MOVE 'PUT unsuccessful, hold not recorded' to
                                                   results-message
             DISPLAY "WARNING: FAPEND write failed, status="
                     FAPEND-STATUS-CODE
           END-IF.
       Stage-Held-Update-Exit.
           EXIT.
      *
      *  Confirm a held AMOUNT change ('C'). The confirmer must be a
      *  different userid from the proposer, and the live record must
      *  still be exactly as it stood when the change was held; the
      *  change is then applied, audited with both userids and taken
      *  off FAPEND.
      *  ========================================================
      *
       Confirm-Held-Update.
           IF NOT FAPEND-OPEN
             MOVE 'CONFIRM refused, approval file missing' to
                                                   results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           MOVE numb of FileA-record TO FAPEND-NUMB
           READ Pending-Change KEY IS FAPEND-KEY
           IF NOT FAPEND-NORMAL
             MOVE 'No held change for this NUMB' to results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           IF NOT FAPEND-HELD
             MOVE 'Held change already confirmed' to results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           IF FAPEND-PROPOSED-BY EQUAL WS-ACTIVE-USERID
             MOVE 'Confirm must come from a second approver' to
                                                   results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           READ  Filea-VSAM KEY IS numb of FileA-record
           IF NOT NORMAL
             MOVE 'CONFIRM unsuccessful' to results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           IF FileA-record(1:104) NOT EQUAL FAPEND-BEFORE-IMAGE
             ADD 1 TO RC-STALE-UPDATE-COUNT
             MOVE 'Record changed since held, re-key it' to
                                                   results-message
             DISPLAY 'CONFIRM rejected - record changed by '
                     LAST-UPD-USERID OF FileA-record
             GO TO Confirm-Held-Update-Exit
           END-IF
           MOVE FileA-record TO WS-AUDIT-BEFORE
           MOVE FAPEND-AFTER-IMAGE TO FileA-record(1:104)
           PERFORM Stamp-Last-Updated
           REWRITE FileA-record
           IF NOT NORMAL
             MOVE 'CONFIRM unsuccessful' to results-message
             GO TO Confirm-Held-Update-Exit
           END-IF
           DISPLAY 'REWRITE FileA-record (confirmed)'
           MOVE FileA-record TO WS-AUDIT-AFTER
           MOVE FAPEND-PROPOSED-BY TO WS-AUDIT-PROPOSED-BY
           MOVE WS-ACTIVE-USERID TO WS-AUDIT-CONFIRMED-BY
           PERFORM Write-Audit-Record
           MOVE SPACES TO WS-AUDIT-APPROVAL
           DELETE Pending-Change
           IF NOT FAPEND-NORMAL
             DISPLAY "WARNING: FAPEND delete failed, status="
                     FAPEND-STATUS-CODE
           END-IF
           MOVE 'CONFIRM successful, change applied' to
                                                   results-message.
       Confirm-Held-Update-Exit.
           EXIT.
      *
      *  File a future-dated change ('F') on FAFUTR. Only the fields
      *  the caller supplied are carried, each with the value it holds
      *  on file today, so the nightly FAFUTAPL run can tell on the
      *  effective date whether the record was altered under the
      *  change. The response carries the record as it stands now.
      *  ========================================================
      *
       File-Future-Change.
           IF NOT FAFUTR-OPEN
             MOVE 'Future change file unavailable' to results-message
             GO TO File-Future-Change-Exit
           END-IF
           MOVE FileA-record(8:73) TO WS-FUTR-FIELDS
           INSPECT WS-FUTR-FIELDS REPLACING ALL LOW-VALUES BY SPACES
           READ  Filea-VSAM KEY IS numb of FileA-record
           IF NOT NORMAL
             GO TO File-Future-Change-Exit
           END-IF
           IF FILEA-DELETED
             MOVE 'Future change refused, record deleted' to
                                                   results-message
             GO TO File-Future-Change-Exit
           END-IF
           MOVE SPACES TO FAFUTR-RECORD
           MOVE numb of FileA-record TO FAFUTR-NUMB
           MOVE EFFECTIVE-DATE OF REQUEST-DATA TO FAFUTR-EFF-DATE
           MOVE 'ATSFILEA' TO FAFUTR-ORIGIN
           MOVE WS-ACTIVE-USERID TO FAFUTR-KEYED-BY
           MOVE FUNCTION CURRENT-DATE(1:16) TO FAFUTR-KEYED-AT
           MOVE WS-FUTR-FIELDS TO FAFUTR-NEW-VALUES
           IF FAFUTR-NEW-NAME NOT EQUAL SPACES
             MOVE name of FileA-record TO FAFUTR-OLD-NAME
           END-IF
           IF FAFUTR-NEW-ADDRX NOT EQUAL SPACES
             MOVE addrx of FileA-record TO FAFUTR-OLD-ADDRX
           END-IF
           IF FAFUTR-NEW-PHONE NOT EQUAL SPACES
             MOVE phone of FileA-record TO FAFUTR-OLD-PHONE
           END-IF
           IF FAFUTR-NEW-DATEX NOT EQUAL SPACES
             MOVE datex of FileA-record TO FAFUTR-OLD-DATEX
           END-IF
           IF FAFUTR-NEW-AMOUNT NOT EQUAL SPACES
             MOVE amount of FileA-record TO FAFUTR-OLD-AMOUNT
           END-IF
           IF FAFUTR-NEW-COMMENT NOT EQUAL SPACES
             MOVE comment of FileA-record TO FAFUTR-OLD-COMMENT
           END-IF
           WRITE FAFUTR-RECORD
           IF FAFUTR-DUPLICATE
             REWRITE FAFUTR-RECORD
           END-IF
           IF FAFUTR-NORMAL
             MOVE SPACES TO results-message
             STRING 'Future change filed for ' FAFUTR-EFF-DATE
                    DELIMITED BY SIZE
                INTO results-message END-STRING
             DISPLAY 'FUTURE change filed, effective ' FAFUTR-EFF-DATE
           ELSE
             MOVE 'Future change not filed' to results-message
             DISPLAY "WARNING: FAFUTR write failed, status="
                     FAFUTR-STATUS-CODE
           END-IF.
       File-Future-Change-Exit.
           EXIT.
      *
      *  List the future-dated changes still pending for one NUMB
      *  ('Q'), in effective-date order, into the list-entry rows;
      *  the single-record fields carry the customer as on file.
      *  ========================================================
      *
       List-Future-Changes.
           MOVE 0 TO list-entry-count
           IF NOT FAFUTR-OPEN
             MOVE 'Future change file unavailable' to results-message
             GO TO List-Future-Changes-Exit
           END-IF
           READ  Filea-VSAM KEY IS numb of FileA-record
           IF NOT NORMAL
             GO TO List-Future-Changes-Exit
           END-IF
           MOVE numb of FileA-record TO WS-FUTR-NUMB
           MOVE WS-FUTR-NUMB TO FAFUTR-NUMB
           MOVE LOW-VALUES TO FAFUTR-EFF-DATE
           MOVE 'Y' TO LIST-MORE-RECORDS
           START Future-Change KEY IS NOT LESS THAN FAFUTR-KEY
           IF NOT FAFUTR-NORMAL
             MOVE 'N' TO LIST-MORE-RECORDS
           END-IF
           PERFORM List-Future-Next
             UNTIL LIST-DONE
                OR list-entry-count IS EQUAL TO 10
           IF list-entry-count IS EQUAL TO 0
             MOVE 'No future changes pending' to results-message
           ELSE
             MOVE 'FUTURE LIST successful' to results-message
           END-IF.
       List-Future-Changes-Exit.
           EXIT.
      *
       List-Future-Next.
           READ Future-Change NEXT RECORD
           IF NOT FAFUTR-NORMAL
              OR FAFUTR-NUMB NOT EQUAL WS-FUTR-NUMB
             MOVE 'N' TO LIST-MORE-RECORDS
           ELSE
             ADD 1 TO list-entry-count
             MOVE SPACES TO stat of list-entry(list-entry-count)
             MOVE FAFUTR-NUMB TO numb of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-NAME TO
                                 name of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-ADDRX TO
                                 addrx of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-PHONE TO
                                 phone of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-DATEX TO
                                 datex of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-AMOUNT TO
                                 amount of list-entry(list-entry-count)
             MOVE 0 TO AMOUNT-NUMERIC of list-entry(list-entry-count)
             MOVE FAFUTR-NEW-COMMENT TO
                                 comment of list-entry(list-entry-count)
             MOVE FAFUTR-EFF-DATE TO
                         LAST-UPD-DATE of list-entry(list-entry-count)
             MOVE FAFUTR-KEYED-AT(1:8) TO
                         LAST-UPD-TIME of list-entry(list-entry-count)
             MOVE FAFUTR-KEYED-BY TO
                       LAST-UPD-USERID of list-entry(list-entry-count)
           END-IF.
       List-Future-Next-Exit.
           EXIT.
      *
      *  Add a contact note ('N') on FANOTE for a customer on file,
      *  stamped with the time it was written and the caller's userid.
      *  The response carries the customer as on file.
      *  ========================================================
      *
       Add-Contact-Note.
           IF NOT FANOTE-OPEN
             MOVE 'Contact note file unavailable' to results-message
             GO TO Add-Contact-Note-Exit
           END-IF
           READ  Filea-VSAM KEY IS numb of FileA-record
           IF NOT NORMAL
             GO TO Add-Contact-Note-Exit
           END-IF
           IF FILEA-DELETED
             MOVE 'Note refused, record deleted' to results-message
             GO TO Add-Contact-Note-Exit
           END-IF
           MOVE SPACES TO FANOTE-RECORD
           MOVE numb of FileA-record TO FANOTE-NUMB
           MOVE FUNCTION CURRENT-DATE(1:16) TO FANOTE-TIMESTAMP
           MOVE NOTE-CATEGORY OF REQUEST-DATA TO FANOTE-CATEGORY
           MOVE WS-ACTIVE-USERID TO FANOTE-USERID
           MOVE NOTE-TEXT OF REQUEST-DATA TO FANOTE-TEXT
           INSPECT FANOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES
           WRITE FANOTE-RECORD
           IF FANOTE-NORMAL
             MOVE 'Note added' to results-message
             DISPLAY 'NOTE added at ' FANOTE-TIMESTAMP
           ELSE
             IF FANOTE-DUPLICATE
               MOVE 'Note not added, resend' to results-message
             ELSE
               MOVE 'Note not added' to results-message
             END-IF
             DISPLAY "WARNING: FANOTE write failed, status="
                     FANOTE-STATUS-CODE
           END-IF.
       Add-Contact-Note-Exit.
           EXIT.
      *
      *  List a customer's contact notes ('R') into the note-entry
      *  rows, the ten most recent, newest first; the single-record
      *  fields carry the customer as on file.
      *  ========================================================
      *
       List-Contact-Notes.
           MOVE 0 TO note-entry-count
           MOVE 0 TO WS-NOTE-WINDOW-COUNT
           IF NOT FANOTE-OPEN
             MOVE 'Contact note file unavailable' to results-message
             GO TO List-Contact-Notes-Exit
           END-IF
           READ  Filea-VSAM KEY IS numb of FileA-record
           IF NOT NORMAL
             GO TO List-Contact-Notes-Exit
           END-IF
           MOVE numb of FileA-record TO WS-NOTE-NUMB
           MOVE WS-NOTE-NUMB TO FANOTE-NUMB
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP
           MOVE 'Y' TO LIST-MORE-RECORDS
           START Contact-Note KEY IS NOT LESS THAN FANOTE-KEY
           IF NOT FANOTE-NORMAL
             MOVE 'N' TO LIST-MORE-RECORDS
           END-IF
           PERFORM List-Contact-Note-Next
             UNTIL LIST-DONE
           PERFORM Return-One-Contact-Note
             VARYING WS-NOTE-SUB FROM WS-NOTE-WINDOW-COUNT BY -1
             UNTIL WS-NOTE-SUB IS LESS THAN 1
           IF note-entry-count IS EQUAL TO 0
             MOVE 'No contact notes on file' to results-message
           ELSE
             MOVE 'NOTE LIST successful' to results-message
           END-IF.
       List-Contact-Notes-Exit.
           EXIT.
      *
       List-Contact-Note-Next.
           READ Contact-Note NEXT RECORD
           IF NOT FANOTE-NORMAL
              OR FANOTE-NUMB NOT EQUAL WS-NOTE-NUMB
             MOVE 'N' TO LIST-MORE-RECORDS
           ELSE
             IF WS-NOTE-WINDOW-COUNT IS EQUAL TO 10
               PERFORM Slide-Note-Window
                 VARYING WS-NOTE-SUB FROM 1 BY 1
                 UNTIL WS-NOTE-SUB IS EQUAL TO 10
             ELSE
               ADD 1 TO WS-NOTE-WINDOW-COUNT
             END-IF
             MOVE FANOTE-TIMESTAMP TO
                     WS-NOTE-SLOT-TIMESTAMP(WS-NOTE-WINDOW-COUNT)
             MOVE FANOTE-CATEGORY TO
                     WS-NOTE-SLOT-CATEGORY(WS-NOTE-WINDOW-COUNT)
             MOVE FANOTE-USERID TO
                     WS-NOTE-SLOT-USERID(WS-NOTE-WINDOW-COUNT)
             MOVE FANOTE-TEXT TO
                     WS-NOTE-SLOT-TEXT(WS-NOTE-WINDOW-COUNT)
           END-IF.
       List-Contact-Note-Next-Exit.
           EXIT.
      *
       Slide-Note-Window.
           MOVE WS-NOTE-SLOT(WS-NOTE-SUB + 1) TO
                                          WS-NOTE-SLOT(WS-NOTE-SUB).
       Slide-Note-Window-Exit.
           EXIT.
      *
       Return-One-Contact-Note.
           ADD 1 TO note-entry-count
           MOVE WS-NOTE-SLOT-TIMESTAMP(WS-NOTE-SUB) TO
                         NOTE-TIMESTAMP of note-entry(note-entry-count)
           MOVE WS-NOTE-SLOT-CATEGORY(WS-NOTE-SUB) TO
                          NOTE-CATEGORY of note-entry(note-entry-count)
           MOVE WS-NOTE-SLOT-USERID(WS-NOTE-SUB) TO
                            NOTE-USERID of note-entry(note-entry-count)
           MOVE WS-NOTE-SLOT-TEXT(WS-NOTE-SUB) TO
                              NOTE-TEXT of note-entry(note-entry-count).
       Return-One-Contact-Note-Exit.
           EXIT.
      *
      *  Prime the audit chain from the last record already on the
      *  trail, so the records this run appends continue the chain
      *  instead of restarting it.
           DISPLAY "   AUTH denials        : " RC-AUTH-DENIED-COUNT
           DISPLAY "   QUIESCE deferrals   : " RC-QUIESCE-DEFER-COUNT
           DISPLAY "   STALE update rejects: " RC-STALE-UPDATE-COUNT
           DISPLAY "   PUTs held for 2nd OK: " RC-HELD-COUNT
           DISPLAY "   CONFIRMs processed  : " RC-CONFIRM-COUNT
           DISPLAY "   FUTURE changes filed: " RC-FUTURE-COUNT
           DISPLAY "   FUTURE lists        : " RC-FUTURE-LIST-COUNT
           DISPLAY "   NOTES added         : " RC-NOTE-COUNT
           DISPLAY "   NOTE lists          : " RC-NOTE-LIST-COUNT
           DISPLAY "   POSTs held screening: " RC-SCREEN-HELD-COUNT
           DISPLAY "   POSTs refused screen: " RC-SCREEN-REFUSED-COUNT
           DISPLAY "======================================".
       Display-Reconciliation-Summary-Exit.
           EXIT.

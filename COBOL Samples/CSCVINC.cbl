             88 SOFT-DELETE-MODE       VALUE 'Y'.
      *  Quiesce window shared with ATSFILEA: inquiries keep serving
      *  but adds/updates/deletes are deferred with a retry-after
      *  message while the FileA backup runs. hhmm values from
      *  ATSFILEA's ATSQUIESCEFROM/ATSQUIESCETO run parameters on
      *  RUNPARM, else the environment variables of the same names;
      *  FROM later than TO means the window spans midnight.
          05 WS-QUIESCE-FROM-ENV PIC X(08) VALUE SPACES.
          05 WS-QUIESCE-TO-ENV  PIC X(08) VALUE SPACES.
          05 WS-QUIESCE-FROM    PIC X(04) VALUE SPACES.
          05 WS-LIST-NUMB-PREFIX-LEN PIC 9(02) COMP VALUE 0.
          05 WS-LIST-NAME-PREFIX     PIC X(20) VALUE SPACES.
          05 WS-LIST-NAME-PREFIX-LEN PIC 9(02) COMP VALUE 0.
      *  Second-approver hold on large AMOUNT changes, shared with
      *  ATSFILEA and FILEABAT: an update moving AMOUNT-NUMERIC by
      *  more than the ATSAMTHOLD threshold (default 10000.00) is
      *  staged on FAPEND instead of applied, and a 'C' action from a
      *  different userid applies it. This region cannot append to
      *  the sequential AUDITA trail, so a change confirmed here is
      *  left on FAPEND marked applied, carrying its before and after
      *  images, until the daily FAPNDRPT run posts its audit record.
          05 WS-HOLD-THRESHOLD-ENV   PIC X(12) VALUE SPACES.
          05 WS-HOLD-THRESHOLD       PIC 9(07)V99 VALUE 10000.00.
          05 WS-HOLD-OLD-AMOUNT      PIC S9(7)V99 COMP-3 VALUE 0.
          05 WS-HOLD-NEW-AMOUNT      PIC S9(7)V99 COMP-3 VALUE 0.
          05 WS-HOLD-AMOUNT-MOVE     PIC 9(08)V99 COMP-3 VALUE 0.
          05 WS-AMOUNT-HOLD-SW       PIC X(01) VALUE 'N'.
             88 AMOUNT-HOLD-REQUIRED    VALUE 'Y'.
      *  Future-dated changes, shared with ATSFILEA: an 'F' action
      *  files the FileA-Area fields supplied on FAFUTR under the NUMB
      *  and REQ-EFFECTIVE-DATE, with what those fields hold today,
      *  for the nightly FAFUTAPL run to apply on the day; a 'Q'
      *  action lists the ones still pending for a NUMB. Neither
      *  touches FILEA, so both keep serving through the quiesce
      *  window.
          05 WS-FUTR-FIELDS          PIC X(73) VALUE SPACES.
          05 WS-FUTR-NUMB            PIC X(06) VALUE SPACES.
      *  Contact notes, shared with ATSFILEA: an 'N' action adds a
      *  dated note on FANOTE under the NUMB, stamped to the
      *  hundredth of a second; an 'R' action returns the NUMB's ten
      *  most recent, newest first. The browse runs forward in key
      *  order, so the last ten read are kept in a window that slides
      *  down one slot whenever it is full.
          05 WS-NOTE-NUMB            PIC X(06) VALUE SPACES.
          05 WS-NOTE-MSECS           PIC S9(8) COMP VALUE 0.
          05 WS-NOTE-HUNDREDTHS      PIC 9(02) VALUE 0.
          05 WS-NOTE-WINDOW-COUNT    PIC 9(04) COMP VALUE 0.
          05 WS-NOTE-SUB             PIC 9(04) COMP VALUE 0.
          05 WS-NOTE-WINDOW.
             10 WS-NOTE-SLOT OCCURS 10 TIMES.
                15 WS-NOTE-SLOT-TIMESTAMP PIC X(16).
                15 WS-NOTE-SLOT-CATEGORY  PIC X(01).
                15 WS-NOTE-SLOT-USERID    PIC X(08).
                15 WS-NOTE-SLOT-TEXT      PIC X(60).
      *  Compliance screening of every add, shared with ATSFILEA and
      *  FILEABAT through the common SCRNCHKC check. A single add
      *  whose name matches the screening list is held on the review
      *  queue as the FILEAREQ 'P' request that would have made it
      *  (WS-SCREEN-CARD), for SCRNRVW to release to FILEABAT once
      *  compliance clears it; the NUMB already assigned stays
      *  reserved for it. A match in a multi-action unit holds the
      *  whole unit back instead, for the caller to resubmit.
          05 WS-SCREEN-NAME          PIC X(20) VALUE SPACES.
          05 WS-SCREEN-CARD.
             10 WS-SCR-REQUEST-TYPE    PIC X(01).
             10 WS-SCR-STAT            PIC X(01).
             10 WS-SCR-NUMB            PIC X(06).
             10 WS-SCR-NAME            PIC X(20).
             10 WS-SCR-ADDRX           PIC X(20).
             10 WS-SCR-PHONE           PIC X(08).
             10 WS-SCR-DATEX           PIC X(08).
             10 WS-SCR-AMOUNT          PIC X(08).
             10 WS-SCR-COMMENT         PIC X(09).
             10 WS-SCR-LAST-UPD-DATE   PIC X(08).
             10 WS-SCR-LAST-UPD-TIME   PIC X(08).
             10 WS-SCR-REQUEST-USERID  PIC X(08).
       COPY SCRNPARM SUPPRESS.
       COPY RUNPLOOK SUPPRESS.
       COPY PROBLOG SUPPRESS.
       COPY FAPEND SUPPRESS.
       COPY FAFUTR SUPPRESS.
       COPY FANOTE SUPPRESS.
       COPY CSCCREQ .
       COPY CSCCRESP.

           IF WS-REPL-ENV(1:1) = 'Y' THEN
             MOVE 'Y' TO WS-REPL-MODE-SW
           END-IF
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'ATSFILEA' TO RUNPLOOK-PROGRAM
           MOVE 'ATSQUIESCEFROM' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           PERFORM Link-Run-Parameter
           IF RUNPLOOK-FOUND
             MOVE RUNPLOOK-VALUE(1:8) TO WS-QUIESCE-FROM-ENV
             MOVE 'ATSQUIESCETO' TO RUNPLOOK-NAME
             PERFORM Link-Run-Parameter
           END-IF
           IF RUNPLOOK-FOUND
             MOVE RUNPLOOK-VALUE(1:8) TO WS-QUIESCE-TO-ENV
           ELSE
             DISPLAY "ATSQUIESCEFROM" UPON ENVIRONMENT-NAME
             ACCEPT WS-QUIESCE-FROM-ENV FROM ENVIRONMENT-VALUE
             DISPLAY "ATSQUIESCETO" UPON ENVIRONMENT-NAME
             ACCEPT WS-QUIESCE-TO-ENV FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-QUIESCE-FROM-ENV(1:4) IS NUMERIC
              AND WS-QUIESCE-TO-ENV(1:4) IS NUMERIC
             MOVE WS-QUIESCE-FROM-ENV(1:4) TO WS-QUIESCE-FROM
             MOVE WS-QUIESCE-TO-ENV(1:4) TO WS-QUIESCE-TO
             MOVE 'Y' TO WS-QUIESCE-SET-SW
           END-IF
           DISPLAY "ATSAMTHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-THRESHOLD-ENV FROM ENVIRONMENT-VALUE
           IF WS-HOLD-THRESHOLD-ENV NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-HOLD-THRESHOLD-ENV) EQUAL 0
             COMPUTE WS-HOLD-THRESHOLD =
                 FUNCTION NUMVAL(WS-HOLD-THRESHOLD-ENV)
           END-IF
      *  Save current CICS userid
           EXEC CICS ASSIGN USERID(USERID of Response-Container)
                            END-EXEC.
               END-STRING
             ELSE
               PERFORM Apply-Multi-Action-Unit
                   THRU Apply-Multi-Action-Unit-Exit
             END-IF
             GO TO Put-Response-Container
           END-IF.
           IF ACTION OF Request-Container EQUAL 'I'
              OR ACTION OF Request-Container EQUAL 'U'
              OR ACTION OF Request-Container EQUAL 'D'
              OR ACTION OF Request-Container EQUAL 'C'
             PERFORM Check-Quiesce-Window
             IF QUIESCE-IN-EFFECT
               MOVE SPACES TO RESULTS-MESSAGE OF Response-Container
                    GO TO Put-Response-Container
                  END-IF
                END-IF
                PERFORM Screen-New-Customer
                IF NOT SCRNPARM-NO-MATCH
                  GO TO Put-Response-Container
                END-IF
                PERFORM Stamp-Last-Updated
                EXEC CICS WRITE FILE('FILEA')
                            FROM(FileA-Area of Request-Container)
                  GO TO Put-Response-Container
                END-IF
                PERFORM Stamp-Last-Updated
      *  A large AMOUNT change waits for a second approver
                IF CEIBRESP = DFHRESP(NORMAL)
                  MOVE AMOUNT-NUMERIC OF FileA-Area
                       OF Response-Container TO WS-HOLD-OLD-AMOUNT
                  MOVE AMOUNT-NUMERIC OF FileA-Area
                       OF Request-Container TO WS-HOLD-NEW-AMOUNT
                  PERFORM Check-Amount-Hold
                  IF AMOUNT-HOLD-REQUIRED
                    PERFORM Stage-Held-Update
                    GO TO Put-Response-Container
                  END-IF
                END-IF
                EXEC CICS REWRITE FILE('FILEA')
                            FROM(FileA-Area of Request-Container)
                            LENGTH(LENGTH OF FileA-Area
                  PERFORM Replicate-Update-To-IMS
                END-IF

              WHEN 'C'
                PERFORM Confirm-Held-Update
                    THRU Confirm-Held-Update-Exit

              WHEN 'F'
                PERFORM File-Future-Change THRU File-Future-Change-Exit

              WHEN 'Q'
                PERFORM List-Future-Changes
                    THRU List-Future-Changes-Exit

              WHEN 'N'
                PERFORM Add-Contact-Note THRU Add-Contact-Note-Exit

              WHEN 'R'
                PERFORM List-Contact-Notes THRU List-Contact-Notes-Exit

              WHEN 'L'
                PERFORM List-Records

              WHEN 'S'
                PERFORM Search-Records THRU Search-Records-Exit

           WHEN OTHER
                EXEC CICS READ FILE('FILEA') INTO(FileA-Area
                  RESULTS-MESSAGE OF Response-Container
              GO TO Apply-Multi-Action-Unit-Exit
           END-IF.
      *  Every name the unit adds is screened before any item is
      *  applied, so a queued match is never rolled back with it
           PERFORM Screen-Unit-Insert THRU Screen-Unit-Insert-Exit
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > REQ-ITEM-COUNT.
           IF UNIT-ITEM-FAILED
              PERFORM Mark-Unit-Rolled-Back
                  VARYING WS-ITEM-IX FROM 1 BY 1
                  UNTIL WS-ITEM-IX > REQ-ITEM-COUNT
              MOVE 'unit held - nothing was applied' TO
                  RESULTS-MESSAGE OF Response-Container
              GO TO Apply-Multi-Action-Unit-Exit
           END-IF.
           PERFORM Apply-One-Unit-Item THRU Apply-One-Unit-Item-Exit
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > REQ-ITEM-COUNT
                  OR UNIT-ITEM-FAILED.
              WHEN 'I'
                 PERFORM Apply-Unit-Insert
              WHEN 'U'
                 PERFORM Apply-Unit-Update THRU Apply-Unit-Update-Exit
              WHEN 'D'
                 PERFORM Apply-Unit-Delete THRU Apply-Unit-Delete-Exit
              WHEN OTHER
                 MOVE 'Y' TO WS-UNIT-FAIL-SW
                 MOVE 'item action must be I, U or D' TO
              MOVE 'record not found' TO RSI-MESSAGE(WS-ITEM-IX)
              GO TO Apply-Unit-Update-Exit
           END-IF.
           MOVE WS-ITM-AMOUNT-NUMERIC TO WS-HOLD-OLD-AMOUNT.
           PERFORM Build-Unit-Item-Area.
      *  A large AMOUNT change cannot ride in a unit; it must be
      *  submitted on its own so it can be held for a second approver
           MOVE WS-ITM-AMOUNT-NUMERIC TO WS-HOLD-NEW-AMOUNT.
           PERFORM Check-Amount-Hold.
           IF AMOUNT-HOLD-REQUIRED
              MOVE 'Y' TO WS-UNIT-FAIL-SW
              MOVE 'AMOUNT change needs a second approver' TO
                  RSI-MESSAGE(WS-ITEM-IX)
              GO TO Apply-Unit-Update-Exit
           END-IF.
           EXEC CICS REWRITE FILE('FILEA')
                       FROM(WS-ITEM-AREA)
                       LENGTH(LENGTH OF WS-ITEM-AREA)
       Mark-Unit-Rolled-Back-Exit.
           EXIT.

      *  Screen-New-Customer - screens the name of a single add under
      *  its NUMB. A match is queued holding the add itself; anything
      *  but a clear screen leaves the add unwritten and says why.
       Screen-New-Customer.
           MOVE name OF FileA-Area OF Request-Container
                                        TO WS-SCREEN-NAME.
           MOVE NUMB OF Request-Container TO SCRNPARM-SUBJECT.
           PERFORM Screen-One-Name.
           IF SCRNPARM-MATCH-TO-HOLD
             MOVE SPACES TO WS-SCREEN-CARD
             MOVE 'P' TO WS-SCR-REQUEST-TYPE
             MOVE stat OF FileA-Area OF Request-Container
                                        TO WS-SCR-STAT
             MOVE NUMB OF Request-Container TO WS-SCR-NUMB
             MOVE name OF FileA-Area OF Request-Container
                                        TO WS-SCR-NAME
             MOVE addrx OF FileA-Area OF Request-Container
                                        TO WS-SCR-ADDRX
             MOVE phone OF FileA-Area OF Request-Container
                                        TO WS-SCR-PHONE
             MOVE datex OF FileA-Area OF Request-Container
                                        TO WS-SCR-DATEX
             MOVE amount OF FileA-Area OF Request-Container
                                        TO WS-SCR-AMOUNT
             MOVE comment OF FileA-Area OF Request-Container
                                        TO WS-SCR-COMMENT
             MOVE USERID OF Response-Container
                                        TO WS-SCR-REQUEST-USERID
             MOVE 'A' TO SCRNPARM-HOLD-TYPE
             MOVE WS-SCREEN-CARD TO SCRNPARM-HELD-DATA
             PERFORM Queue-Screening-Match
           END-IF.
           EVALUATE TRUE
             WHEN SCRNPARM-NO-MATCH
               CONTINUE
             WHEN SCRNPARM-MATCH-TO-HOLD
               MOVE 'add held for compliance screening' TO
                   RESULTS-MESSAGE OF Response-Container
             WHEN SCRNPARM-MATCH-CONFIRMED
               MOVE 'add refused, name on screening list' TO
                   RESULTS-MESSAGE OF Response-Container
             WHEN OTHER
               MOVE 'add refused, screening unavailable' TO
                   RESULTS-MESSAGE OF Response-Container
               MOVE 'screening check unavailable on add'
                   TO Message-to-Write
               PERFORM Write-to-CSMT-Queue
           END-EVALUATE.
       Screen-New-Customer-Exit.
           EXIT.

      *  Screen-Unit-Insert - screens the name of one unit insert. A
      *  match is queued holding nothing, since the item cannot be
      *  released apart from its unit; the unit is resubmitted once
      *  compliance has cleared it.
       Screen-Unit-Insert.
           MOVE RQI-NUMB(WS-ITEM-IX) TO RSI-NUMB(WS-ITEM-IX).
           MOVE RQI-ACTION(WS-ITEM-IX) TO RSI-ACTION(WS-ITEM-IX).
           MOVE SPACES TO RSI-MESSAGE(WS-ITEM-IX).
           MOVE 'N' TO RSI-OK(WS-ITEM-IX).
           IF RQI-ACTION(WS-ITEM-IX) NOT = 'I'
              OR RQI-NUMB(WS-ITEM-IX) = SPACES
              OR RQI-NUMB(WS-ITEM-IX) = LOW-VALUES
              GO TO Screen-Unit-Insert-Exit
           END-IF.
           MOVE RQI-NAME(WS-ITEM-IX) TO WS-SCREEN-NAME.
           MOVE RQI-NUMB(WS-ITEM-IX) TO SCRNPARM-SUBJECT.
           PERFORM Screen-One-Name.
           IF SCRNPARM-MATCH-TO-HOLD
             MOVE 'R' TO SCRNPARM-HOLD-TYPE
             MOVE SPACES TO SCRNPARM-HELD-DATA
             PERFORM Queue-Screening-Match
           END-IF.
           EVALUATE TRUE
             WHEN SCRNPARM-NO-MATCH
               CONTINUE
             WHEN SCRNPARM-MATCH-TO-HOLD
               MOVE 'Y' TO WS-UNIT-FAIL-SW
               MOVE 'name held for compliance review' TO
                   RSI-MESSAGE(WS-ITEM-IX)
             WHEN SCRNPARM-MATCH-CONFIRMED
               MOVE 'Y' TO WS-UNIT-FAIL-SW
               MOVE 'name refused on screening list' TO
                   RSI-MESSAGE(WS-ITEM-IX)
             WHEN OTHER
               MOVE 'Y' TO WS-UNIT-FAIL-SW
               MOVE 'screening unavailable, retry later' TO
                   RSI-MESSAGE(WS-ITEM-IX)
           END-EVALUATE.
       Screen-Unit-Insert-Exit.
           EXIT.

       Screen-One-Name.
           MOVE 'S' TO SCRNPARM-FUNCTION.
           MOVE 'F' TO SCRNPARM-SOURCE.
           MOVE WS-SCREEN-NAME TO SCRNPARM-NAME.
           PERFORM Link-Screening-Check.
       Screen-One-Name-Exit.
           EXIT.

       Queue-Screening-Match.
           MOVE 'H' TO SCRNPARM-FUNCTION.
           MOVE 'CSCVINC' TO SCRNPARM-ORIGIN.
           MOVE USERID OF Response-Container TO SCRNPARM-USERID.
           PERFORM Link-Screening-Check.
       Queue-Screening-Match-Exit.
           EXIT.

       Link-Screening-Check.
           EXEC CICS LINK PROGRAM('SCRNCHKC')
                     COMMAREA(SCRNPARM-AREA)
                     LENGTH(LENGTH OF SCRNPARM-AREA)
                     RESP(CEIBRESP)
                     END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'U' TO SCRNPARM-RESULT
           END-IF.
       Link-Screening-Check-Exit.
           EXIT.

       Link-Run-Parameter.
           EXEC CICS LINK PROGRAM('RUNPGETC')
                     COMMAREA(RUNPLOOK-AREA)
                     LENGTH(LENGTH OF RUNPLOOK-AREA)
                     RESP(CEIBRESP)
                     END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'U' TO RUNPLOOK-RESULT
           END-IF.
       Link-Run-Parameter-Exit.
           EXIT.

      *  Check-Amount-Hold - compares the proposed AMOUNT-NUMERIC in
      *  WS-HOLD-NEW-AMOUNT with the stored one in WS-HOLD-OLD-AMOUNT;
      *  a move larger than the threshold needs a second approver
      *  before it may take effect.
       Check-Amount-Hold.
           MOVE 'N' TO WS-AMOUNT-HOLD-SW.
           COMPUTE WS-HOLD-AMOUNT-MOVE = FUNCTION ABS(
               WS-HOLD-NEW-AMOUNT - WS-HOLD-OLD-AMOUNT).
           IF WS-HOLD-AMOUNT-MOVE IS GREATER THAN WS-HOLD-THRESHOLD
             MOVE 'Y' TO WS-AMOUNT-HOLD-SW
           END-IF.
       Check-Amount-Hold-Exit.
           EXIT.

      *  Stage-Held-Update - stages the update in the request on
      *  FAPEND for a second approver instead of applying it, and
      *  releases the FILEA record read for update. Holding another
      *  change for the same customer simply replaces the earlier
      *  one. The response carries the record as it stands on file.
       Stage-Held-Update.
           EXEC CICS UNLOCK FILE('FILEA')
                       RESP(CEIBRESP)
                       END-EXEC.
           MOVE SPACES TO FAPEND-RECORD.
           MOVE NUMB OF Request-Container TO FAPEND-NUMB.
           MOVE 'P' TO FAPEND-STATUS.
           MOVE 'CSCVINC' TO FAPEND-ORIGIN.
           MOVE USERID OF Response-Container TO FAPEND-PROPOSED-BY.
           MOVE Current-Date TO FAPEND-PROPOSED-AT(1:8).
           MOVE Current-Time TO FAPEND-PROPOSED-AT(9:8).
           MOVE WS-HOLD-OLD-AMOUNT TO FAPEND-OLD-AMOUNT.
           MOVE AMOUNT-NUMERIC OF FileA-Area OF Request-Container
                                        TO FAPEND-NEW-AMOUNT.
           MOVE FileA-Area OF Response-Container(1:104)
                                        TO FAPEND-BEFORE-IMAGE.
           MOVE FileA-Area OF Request-Container(1:104)
                                        TO FAPEND-AFTER-IMAGE.
           EXEC CICS DELETE FILE('FAPEND')
                       KEYLENGTH(LENGTH OF FAPEND-KEY)
                       RIDFLD(FAPEND-KEY)
                       RESP(CEIBRESP)
                       END-EXEC.
           EXEC CICS WRITE FILE('FAPEND')
                       FROM(FAPEND-RECORD)
                       LENGTH(LENGTH OF FAPEND-RECORD)
                       RIDFLD(FAPEND-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP = DFHRESP(NORMAL)
             MOVE 'update held for second approver' TO
                 RESULTS-MESSAGE OF Response-Container
           ELSE
             MOVE 'hold write' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
           END-IF.
       Stage-Held-Update-Exit.
           EXIT.

      *  Confirm-Held-Update - the 'C' action. The confirmer must be
      *  a different userid from the proposer, and the live record
      *  must still be exactly as it stood when the change was held;
      *  the change is then applied to FILEA and its FAPEND record
      *  marked applied, with both images and both userids, for the
      *  daily FAPNDRPT run to post to AUDITA. Both files change in
      *  the one unit of work, so neither update can land alone.
       Confirm-Held-Update.
           MOVE NUMB OF Request-Container TO FAPEND-NUMB.
           EXEC CICS READ FILE('FAPEND') INTO(FAPEND-RECORD)
                       LENGTH(LENGTH OF FAPEND-RECORD)
                       RIDFLD(FAPEND-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP = DFHRESP(NOTFND)
             MOVE 'no held change for this NUMB' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO Confirm-Held-Update-Exit
           END-IF.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'hold read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO Confirm-Held-Update-Exit
           END-IF.
           IF NOT FAPEND-HELD
             MOVE 'held change already confirmed' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO Confirm-Held-Update-Exit
           END-IF.
           IF FAPEND-PROPOSED-BY = USERID OF Response-Container
             MOVE 'confirm must come from a second approver' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO Confirm-Held-Update-Exit
           END-IF.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area of
                              Response-Container)
                       LENGTH(LENGTH OF FileA-Area
                           OF Response-Container)
                       UPDATE
                       RIDFLD(NUMB OF Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'confirm read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO Confirm-Held-Update-Exit
           END-IF.
           IF FileA-Area OF Response-Container(1:104)
                                   NOT = FAPEND-BEFORE-IMAGE
             EXEC CICS UNLOCK FILE('FILEA')
                         RESP(CEIBRESP)
                         END-EXEC
             MOVE 'record changed since held, re-key it' TO
                 RESULTS-MESSAGE OF Response-Container
             MOVE 'confirm rejected, record changed since held'
                 TO Message-to-Write
             Perform Write-to-CSMT-Queue
             GO TO Confirm-Held-Update-Exit
           END-IF.
           MOVE FAPEND-AFTER-IMAGE TO
                FileA-Area OF Request-Container(1:104).
           PERFORM Stamp-Last-Updated.
           EXEC CICS REWRITE FILE('FILEA')
                       FROM(FileA-Area of Request-Container)
                       LENGTH(LENGTH OF FileA-Area
                                of Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'confirm rewrite' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO Confirm-Held-Update-Exit
           END-IF.
           MOVE 'A' TO FAPEND-STATUS.
           MOVE USERID OF Response-Container TO FAPEND-CONFIRMED-BY.
           MOVE Current-Date TO FAPEND-CONFIRMED-AT(1:8).
           MOVE Current-Time TO FAPEND-CONFIRMED-AT(9:8).
           MOVE FileA-Area OF Response-Container(1:104)
                                        TO FAPEND-BEFORE-IMAGE.
           MOVE FileA-Area OF Request-Container(1:104)
                                        TO FAPEND-AFTER-IMAGE.
           EXEC CICS DELETE FILE('FAPEND')
                       KEYLENGTH(LENGTH OF FAPEND-KEY)
                       RIDFLD(FAPEND-KEY)
                       RESP(CEIBRESP)
                       END-EXEC.
           EXEC CICS WRITE FILE('FAPEND')
                       FROM(FAPEND-RECORD)
                       LENGTH(LENGTH OF FAPEND-RECORD)
                       RIDFLD(FAPEND-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
      *  Without its FAPEND record the change would never reach the
      *  audit trail, so it must not be applied either
             MOVE 'hold mark applied' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'confirm failed - nothing was applied' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO Confirm-Held-Update-Exit
           END-IF.
           MOVE CORRESPONDING FileA-Area of Request-Container to
                  FileA-Area of Response-Container.
           MOVE 'held change confirmed and applied' TO
               RESULTS-MESSAGE OF Response-Container.
           IF REPL-MODE
             PERFORM Replicate-Update-To-IMS
           END-IF.
       Confirm-Held-Update-Exit.
           EXIT.

      *  File-Future-Change - the 'F' action. Files the fields the
      *  caller supplied on FAFUTR under the NUMB and effective date,
      *  each with the value it holds on FILEA today, so the nightly
      *  FAFUTAPL run can tell on the day whether the record was
      *  altered under the change. Filing again for the same NUMB and
      *  date replaces the earlier change. The response carries the
      *  record as it stands now.
       File-Future-Change.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area of
                              Response-Container)
                       LENGTH(LENGTH OF FileA-Area
                           OF Response-Container)
                       RIDFLD(NUMB OF Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'future change read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO File-Future-Change-Exit
           END-IF.
           IF FILEA-DELETED OF FileA-Area OF Response-Container
             MOVE 'future change refused, record deleted' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO File-Future-Change-Exit
           END-IF.
           PERFORM Get-and-Format-Current-Time.
           MOVE SPACES TO FAFUTR-RECORD.
           MOVE NUMB OF Request-Container TO FAFUTR-NUMB.
           MOVE REQ-EFFECTIVE-DATE TO FAFUTR-EFF-DATE.
           MOVE 'CSCVINC' TO FAFUTR-ORIGIN.
           MOVE USERID OF Response-Container TO FAFUTR-KEYED-BY.
           MOVE Current-Date TO FAFUTR-KEYED-AT(1:8).
           MOVE Current-Time TO FAFUTR-KEYED-AT(9:8).
           MOVE WS-FUTR-FIELDS TO FAFUTR-NEW-VALUES.
           IF FAFUTR-NEW-NAME NOT = SPACES
             MOVE name OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-NAME
           END-IF.
           IF FAFUTR-NEW-ADDRX NOT = SPACES
             MOVE addrx OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-ADDRX
           END-IF.
           IF FAFUTR-NEW-PHONE NOT = SPACES
             MOVE phone OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-PHONE
           END-IF.
           IF FAFUTR-NEW-DATEX NOT = SPACES
             MOVE datex OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-DATEX
           END-IF.
           IF FAFUTR-NEW-AMOUNT NOT = SPACES
             MOVE amount OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-AMOUNT
           END-IF.
           IF FAFUTR-NEW-COMMENT NOT = SPACES
             MOVE comment OF FileA-Area OF Response-Container
                                        TO FAFUTR-OLD-COMMENT
           END-IF.
           EXEC CICS DELETE FILE('FAFUTR')
                       KEYLENGTH(LENGTH OF FAFUTR-KEY)
                       RIDFLD(FAFUTR-KEY)
                       RESP(CEIBRESP)
                       END-EXEC.
           EXEC CICS WRITE FILE('FAFUTR')
                       FROM(FAFUTR-RECORD)
                       LENGTH(LENGTH OF FAFUTR-RECORD)
                       RIDFLD(FAFUTR-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP = DFHRESP(NORMAL)
             MOVE SPACES TO RESULTS-MESSAGE OF Response-Container
             STRING 'future change filed for ' FAFUTR-EFF-DATE
                    DELIMITED BY SIZE
                INTO RESULTS-MESSAGE OF Response-Container
             END-STRING
           ELSE
             MOVE 'future change write' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
           END-IF.
       File-Future-Change-Exit.
           EXIT.

      *  List-Future-Changes - the 'Q' action. Browses FAFUTR from the
      *  NUMB's first effective date and returns its pending future
      *  changes, in date order, in the list-entry rows; the single-
      *  record area carries the customer as it stands on FILEA.
       List-Future-Changes.
           MOVE 0 TO list-entry-count OF Response-Container.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area of
                              Response-Container)
                       LENGTH(LENGTH OF FileA-Area
                           OF Response-Container)
                       RIDFLD(NUMB OF Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'future list read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO List-Future-Changes-Exit
           END-IF.
           MOVE NUMB OF Request-Container TO WS-FUTR-NUMB.
           MOVE WS-FUTR-NUMB TO FAFUTR-NUMB.
           MOVE LOW-VALUES TO FAFUTR-EFF-DATE.
           MOVE 'Y' TO WS-LIST-MORE-SW.
           EXEC CICS STARTBR FILE('FAFUTR')
                       RIDFLD(FAFUTR-KEY)
                       GTEQ
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           EVALUATE CEIBRESP
             WHEN DFHRESP(NORMAL)
               PERFORM List-Future-Next
                 UNTIL LIST-DONE
                    OR list-entry-count OF Response-Container
                                            IS EQUAL TO 10
               EXEC CICS ENDBR FILE('FAFUTR')
                           RESP(CEIBRESP)
                           RESP2(CEIBRESP2)
                           END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'future list start' TO WS-FILE-OP-NAME
               PERFORM Format-File-Error-Message
               Perform Write-to-CSMT-Queue
               GO TO List-Future-Changes-Exit
           END-EVALUATE.
           IF list-entry-count OF Response-Container = 0
             MOVE 'no future changes pending' TO
                 RESULTS-MESSAGE OF Response-Container
           ELSE
             MOVE 'future changes listed' TO
                 RESULTS-MESSAGE OF Response-Container
           END-IF.
       List-Future-Changes-Exit.
           EXIT.

       List-Future-Next.
           EXEC CICS READNEXT FILE('FAFUTR')
                       INTO(FAFUTR-RECORD)
                       LENGTH(LENGTH OF FAFUTR-RECORD)
                       RIDFLD(FAFUTR-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
              OR FAFUTR-NUMB NOT = WS-FUTR-NUMB
             MOVE 'N' TO WS-LIST-MORE-SW
           ELSE
             ADD 1 TO list-entry-count OF Response-Container
             MOVE SPACES TO list-entry(list-entry-count
                                        OF Response-Container)
             MOVE FAFUTR-NUMB TO numb OF list-entry(list-entry-count
                                        OF Response-Container)
             MOVE FAFUTR-NEW-NAME TO name OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-NEW-ADDRX TO addrx OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-NEW-PHONE TO phone OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-NEW-DATEX TO datex OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-NEW-AMOUNT TO amount OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-NEW-COMMENT TO comment OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-EFF-DATE TO LAST-UPD-DATE OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-KEYED-AT(1:8) TO LAST-UPD-TIME OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE FAFUTR-KEYED-BY TO LAST-UPD-USERID OF list-entry(
                      list-entry-count OF Response-Container)
             MOVE 0 TO AMOUNT-NUMERIC OF list-entry(
                      list-entry-count OF Response-Container)
           END-IF.
       List-Future-Next-Exit.
           EXIT.

      *  Add-Contact-Note - the 'N' action. Files a dated note on
      *  FANOTE for a customer on FILEA, stamped yyyymmddhhmmsshh and
      *  with the signed-on userid. The response carries the record
      *  as it stands on FILEA.
       Add-Contact-Note.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area of
                              Response-Container)
                       LENGTH(LENGTH OF FileA-Area
                           OF Response-Container)
                       RIDFLD(NUMB OF Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'note read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO Add-Contact-Note-Exit
           END-IF.
           IF FILEA-DELETED OF FileA-Area OF Response-Container
             MOVE 'note refused, record deleted' TO
                 RESULTS-MESSAGE OF Response-Container
             GO TO Add-Contact-Note-Exit
           END-IF.
           PERFORM Get-and-Format-Current-Time.
           EXEC CICS FORMATTIME ABSTIME(Abs-Time)
                         MILLISECONDS(WS-NOTE-MSECS)
                         END-EXEC.
           DIVIDE WS-NOTE-MSECS BY 10 GIVING WS-NOTE-HUNDREDTHS.
           MOVE SPACES TO FANOTE-RECORD.
           MOVE NUMB OF Request-Container TO FANOTE-NUMB.
           MOVE Current-Date TO FANOTE-TIMESTAMP(1:8).
           MOVE Current-Time(1:6) TO FANOTE-TIMESTAMP(9:6).
           MOVE WS-NOTE-HUNDREDTHS TO FANOTE-TIMESTAMP(15:2).
           MOVE REQ-NOTE-CATEGORY TO FANOTE-CATEGORY.
           MOVE USERID OF Response-Container TO FANOTE-USERID.
           MOVE REQ-NOTE-TEXT TO FANOTE-TEXT.
           INSPECT FANOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES.
           EXEC CICS WRITE FILE('FANOTE')
                       FROM(FANOTE-RECORD)
                       LENGTH(LENGTH OF FANOTE-RECORD)
                       RIDFLD(FANOTE-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           EVALUATE CEIBRESP
             WHEN DFHRESP(NORMAL)
               MOVE 'note added' TO
                   RESULTS-MESSAGE OF Response-Container
             WHEN DFHRESP(DUPREC)
               MOVE 'note not added, resend' TO
                   RESULTS-MESSAGE OF Response-Container
             WHEN OTHER
               MOVE 'note write' TO WS-FILE-OP-NAME
               PERFORM Format-File-Error-Message
               Perform Write-to-CSMT-Queue
           END-EVALUATE.
       Add-Contact-Note-Exit.
           EXIT.

      *  List-Contact-Notes - the 'R' action. Browses FANOTE from the
      *  NUMB's first note and returns its ten most recent notes,
      *  newest first, in the note-entry rows; the single-record area
      *  carries the customer as it stands on FILEA.
       List-Contact-Notes.
           MOVE 0 TO note-entry-count OF Response-Container.
           MOVE 0 TO WS-NOTE-WINDOW-COUNT.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area of
                              Response-Container)
                       LENGTH(LENGTH OF FileA-Area
                           OF Response-Container)
                       RIDFLD(NUMB OF Request-Container)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
             MOVE 'note list read' TO WS-FILE-OP-NAME
             PERFORM Format-File-Error-Message
             Perform Write-to-CSMT-Queue
             GO TO List-Contact-Notes-Exit
           END-IF.
           MOVE NUMB OF Request-Container TO WS-NOTE-NUMB.
           MOVE WS-NOTE-NUMB TO FANOTE-NUMB.
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP.
           MOVE 'Y' TO WS-LIST-MORE-SW.
           EXEC CICS STARTBR FILE('FANOTE')
                       RIDFLD(FANOTE-KEY)
                       GTEQ
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           EVALUATE CEIBRESP
             WHEN DFHRESP(NORMAL)
               PERFORM List-Contact-Note-Next
                 UNTIL LIST-DONE
               EXEC CICS ENDBR FILE('FANOTE')
                           RESP(CEIBRESP)
                           RESP2(CEIBRESP2)
                           END-EXEC
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'note list start' TO WS-FILE-OP-NAME
               PERFORM Format-File-Error-Message
               Perform Write-to-CSMT-Queue
               GO TO List-Contact-Notes-Exit
           END-EVALUATE.
           PERFORM Return-One-Contact-Note
             VARYING WS-NOTE-SUB FROM WS-NOTE-WINDOW-COUNT BY -1
             UNTIL WS-NOTE-SUB IS LESS THAN 1.
           IF note-entry-count OF Response-Container = 0
             MOVE 'no contact notes on file' TO
                 RESULTS-MESSAGE OF Response-Container
           ELSE
             MOVE 'contact notes listed' TO
                 RESULTS-MESSAGE OF Response-Container
           END-IF.
       List-Contact-Notes-Exit.
           EXIT.

       List-Contact-Note-Next.
           EXEC CICS READNEXT FILE('FANOTE')
                       INTO(FANOTE-RECORD)
                       LENGTH(LENGTH OF FANOTE-RECORD)
                       RIDFLD(FANOTE-KEY)
                       RESP(CEIBRESP)
                       RESP2(CEIBRESP2)
                       END-EXEC.
           IF CEIBRESP NOT = DFHRESP(NORMAL)
              OR FANOTE-NUMB NOT = WS-NOTE-NUMB
             MOVE 'N' TO WS-LIST-MORE-SW
           ELSE
             IF WS-NOTE-WINDOW-COUNT = 10
               PERFORM Slide-Note-Window
                 VARYING WS-NOTE-SUB FROM 1 BY 1
                 UNTIL WS-NOTE-SUB = 10
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

       Slide-Note-Window.
           MOVE WS-NOTE-SLOT(WS-NOTE-SUB + 1) TO
                                          WS-NOTE-SLOT(WS-NOTE-SUB).
       Slide-Note-Window-Exit.
           EXIT.

       Return-One-Contact-Note.
           ADD 1 TO note-entry-count OF Response-Container.
           MOVE WS-NOTE-SLOT-TIMESTAMP(WS-NOTE-SUB) TO
                NOTE-TIMESTAMP OF note-entry(note-entry-count
                                        OF Response-Container).
           MOVE WS-NOTE-SLOT-CATEGORY(WS-NOTE-SUB) TO
                NOTE-CATEGORY OF note-entry(note-entry-count
                                        OF Response-Container).
           MOVE WS-NOTE-SLOT-USERID(WS-NOTE-SUB) TO
                NOTE-USERID OF note-entry(note-entry-count
                                        OF Response-Container).
           MOVE WS-NOTE-SLOT-TEXT(WS-NOTE-SUB) TO
                NOTE-TEXT OF note-entry(note-entry-count
                                        OF Response-Container).
       Return-One-Contact-Note-Exit.
           EXIT.

      *  Validate-Request - rejects a malformed or empty NUMB before
      *  any FILEA I/O is attempted, instead of letting CICS surface
      *  whatever RIDFLD error comes back. NUMB is allowed to be
                                        Response-Container
             END-IF
           END-IF.
           IF VALID-REQUEST AND ACTION OF Request-Container EQUAL 'F'
             PERFORM Get-and-Format-Current-Time
             IF REQ-EFFECTIVE-DATE IS NOT NUMERIC
                OR REQ-EFFECTIVE-DATE(5:2) < '01'
                OR REQ-EFFECTIVE-DATE(5:2) > '12'
                OR REQ-EFFECTIVE-DATE(7:2) < '01'
                OR REQ-EFFECTIVE-DATE(7:2) > '31'
               MOVE 'N' TO WS-VALIDATION-SW
               MOVE 'Validation error: EFFECTIVE-DATE invalid' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
             ELSE
               IF REQ-EFFECTIVE-DATE IS NOT GREATER THAN Current-Date
                 MOVE 'N' TO WS-VALIDATION-SW
                 MOVE 'Validation error: date must be future' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
               END-IF
             END-IF
           END-IF.
           IF VALID-REQUEST AND ACTION OF Request-Container EQUAL 'F'
             MOVE FileA-Area OF Request-Container(8:73)
                                        TO WS-FUTR-FIELDS
             INSPECT WS-FUTR-FIELDS REPLACING ALL LOW-VALUES BY SPACES
             IF WS-FUTR-FIELDS EQUAL SPACES
               MOVE 'N' TO WS-VALIDATION-SW
               MOVE 'Validation error: no fields to change' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
             ELSE
               IF amount OF FileA-Area OF Request-Container
                                        NOT EQUAL SPACES
                  AND amount OF FileA-Area OF Request-Container
                                        NOT EQUAL LOW-VALUES
                  AND FUNCTION TEST-NUMVAL-C(amount OF FileA-Area
                                  OF Request-Container) NOT EQUAL 0
                 MOVE 'N' TO WS-VALIDATION-SW
                 MOVE 'Validation error: AMOUNT is not valid' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
               END-IF
             END-IF
           END-IF.
           IF VALID-REQUEST AND ACTION OF Request-Container EQUAL 'N'
             MOVE REQ-NOTE-CATEGORY TO FANOTE-CATEGORY
             IF NOT FANOTE-CATEGORY-VALID
               MOVE 'N' TO WS-VALIDATION-SW
               MOVE 'Validation error: NOTE-CATEGORY invalid' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
             END-IF
             IF REQ-NOTE-TEXT EQUAL SPACES OR LOW-VALUES
               MOVE 'N' TO WS-VALIDATION-SW
               MOVE 'Validation error: NOTE-TEXT is required' TO
                                        RESULTS-MESSAGE of
                                        Response-Container
             END-IF
           END-IF.
       Validate-Request-Exit.
           EXIT.

           MOVE LENGTH OF IMS-POST-REQUEST TO BAQ-REQUEST-LEN.
           SET BAQ-RESPONSE-PTR TO ADDRESS OF IMS-POST-RESPONSE.
           MOVE LENGTH OF IMS-POST-RESPONSE TO BAQ-RESPONSE-LEN.
      *    Not through the batch circuit breaker BAQBRKR, which a
      *    CICS program cannot CALL.
           MOVE SPACES TO BAQ-BREAKER-PGM-NAME.
           PERFORM Call-Comm-Stub-With-Retry-Insert.
           IF NOT BAQ-SUCCESS
             PERFORM Report-Replication-Failure
           MOVE LENGTH OF IMS-PUT-REQUEST TO BAQ-REQUEST-LEN.
           SET BAQ-RESPONSE-PTR TO ADDRESS OF IMS-PUT-RESPONSE.
           MOVE LENGTH OF IMS-PUT-RESPONSE TO BAQ-RESPONSE-LEN.
           MOVE SPACES TO BAQ-BREAKER-PGM-NAME.
           PERFORM Call-Comm-Stub-With-Retry-Update.
           IF NOT BAQ-SUCCESS
             PERFORM Report-Replication-Failure

       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANCOR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOR.
      * Monthly charge-off and recovery report: the loans written off
      * on LNCOMNT in the month (LNCHGOFF), the recoveries LOANPAY
      * posted against written-off loans in the month (LNRECOV), and
      * the net loss, by LNPOLICY tier and then by intake broker,
      * with the same figures life-to-date at the month end, so
      * credit policy and broker decisions can see what defaults
      * actually cost. The tier is the account's at write-off
      * (spaces read as DEFAULT); the broker is the one on the
      * latest approved LOANHIST decision for the borrower's name,
      * the join EXPOSURE uses, with names from the BROKERS master.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Charge-Offs ASSIGN TO LNCHGOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNCHGOFF-KEY OF LNCHGOFF-RECORD
              FILE STATUS IS LNCHGOFF-FILE-STATUS.

           SELECT Recovery-Log ASSIGN TO LNRECOV
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LNRECOV-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANHIST-KEY OF LOANHIST-RECORD
              FILE STATUS IS LOANHIST-STATUS.

           SELECT Broker-Master ASSIGN TO BROKERS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BROKER-KEY OF BROKER-RECORD
              FILE STATUS IS BROKERS-STATUS.

           SELECT Report-Output ASSIGN TO LOANCORP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Charge-Offs.
       COPY LNCHGOFF SUPPRESS.

       FD  Recovery-Log.
       COPY LNRECOV SUPPRESS.

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

       FD  Broker-Master.
       COPY BROKER SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LNCHGOFF-FILE-STATUS        PIC X(2).
           88 LNCHGOFF-IO-NORMAL      VALUE '00'.
       01 LNRECOV-STATUS              PIC X(2).
           88 LNRECOV-NORMAL          VALUE '00'.
       01 LNRECOV-OPEN-SW             PIC X(01) VALUE 'N'.
           88 LNRECOV-OPEN            VALUE 'Y'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 BROKERS-STATUS              PIC X(2).
           88 BROKERS-NORMAL          VALUE '00'.
       01 BROKERS-OPEN-SW             PIC X(01) VALUE 'N'.
           88 BROKERS-OPEN            VALUE 'Y'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LNCHGOFF-EOF            VALUE 'Y'.
       01 WS-RECOV-EOF-SW             PIC X(01) VALUE 'N'.
           88 LNRECOV-EOF             VALUE 'Y'.
       01 WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
           88 LOANHIST-EOF            VALUE 'Y'.

      * The latest approved LOANHIST decision per applicant name,
      * loaded up front so each written-off loan finds its broker
      * with one table probe.
       01 WS-DECISION-TABLE.
           05 DT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 DT-ENTRY OCCURS 1000 TIMES INDEXED BY DT-IX.
               10 DT-NAME             PIC X(20).
               10 DT-TIMESTAMP        PIC X(16).
               10 DT-BROKER           PIC X(06).
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 DECISION-ON-TABLE       VALUE 'Y'.

      * One entry per tier ('T') and per broker ('B'); every charge-
      * off and recovery counts once under each.
       01 WS-GROUP-TABLE.
           05 GT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 GT-ENTRY OCCURS 400 TIMES INDEXED BY GT-IX.
               10 GT-KIND             PIC X(01).
               10 GT-KEY              PIC X(08).
               10 GT-NAME             PIC X(20).
               10 GT-MONTH-COUNT      PIC 9(06) COMP.
               10 GT-MONTH-CHGOFF     PIC 9(13)V99 COMP-3.
               10 GT-MONTH-RECOVERED  PIC 9(13)V99 COMP-3.
               10 GT-LTD-COUNT        PIC 9(06) COMP.
               10 GT-LTD-CHGOFF       PIC 9(13)V99 COMP-3.
               10 GT-LTD-RECOVERED    PIC 9(13)V99 COMP-3.
       01 WS-GROUP-FOUND-SW           PIC X(01) VALUE 'N'.
           88 GROUP-ON-TABLE          VALUE 'Y'.

       01 WS-WORK-FIELDS.
           05 WS-TIER                 PIC X(08).
           05 WS-BROKER               PIC X(08).
           05 WS-KIND                 PIC X(01).
           05 WS-KEY                  PIC X(08).
           05 WS-CHGOFF-AMOUNT        PIC 9(13)V99 COMP-3.
           05 WS-RECOVERED-AMOUNT     PIC 9(13)V99 COMP-3.
           05 WS-MONTH-SW             PIC X(01).
               88 IN-REPORT-MONTH     VALUE 'Y'.
           05 WS-NET-LOSS             PIC S9(13)V99 COMP-3.

      * Book totals, month and life-to-date.
       01 WS-BOOK-TOTALS.
           05 BT-MONTH-COUNT          PIC 9(06) COMP VALUE 0.
           05 BT-MONTH-CHGOFF         PIC 9(13)V99 COMP-3 VALUE 0.
           05 BT-MONTH-RECOVERED      PIC 9(13)V99 COMP-3 VALUE 0.
           05 BT-LTD-COUNT            PIC 9(06) COMP VALUE 0.
           05 BT-LTD-CHGOFF           PIC 9(13)V99 COMP-3 VALUE 0.
           05 BT-LTD-RECOVERED        PIC 9(13)V99 COMP-3 VALUE 0.

      * The month being reported, yyyymm, from the JCL PARM;
      * defaults to the current month.
       01 WS-REPORT-MONTH             PIC X(06).

       01 RECONCILIATION-COUNTS.
           05 RC-CHARGE-OFFS-READ     PIC 9(08) COMP VALUE 0.
           05 RC-STAGED-ONLY          PIC 9(08) COMP VALUE 0.
           05 RC-MONTH-CHARGE-OFFS    PIC 9(08) COMP VALUE 0.
           05 RC-RECOVERIES-READ      PIC 9(08) COMP VALUE 0.
           05 RC-MONTH-RECOVERIES     PIC 9(08) COMP VALUE 0.
           05 RC-RECOVERIES-UNMATCHED PIC 9(08) COMP VALUE 0.
           05 RC-DECISIONS-LOADED     PIC 9(04) COMP VALUE 0.
           05 RC-NO-DECISION          PIC 9(08) COMP VALUE 0.
           05 RC-LOG-RECOVERED        PIC 9(13)V99 COMP-3 VALUE 0.
           05 RC-FILE-RECOVERED       PIC 9(13)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN CHARGE-OFF AND RECOVERY REPORT '.
           05 FILLER              PIC X(02) VALUE '- '.
           05 RT-MONTH            PIC X(06).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-GROUP-HEADING.
           05 GH-TITLE            PIC X(32).
           05 FILLER              PIC X(47) VALUE
              '  ------------- THIS MONTH -------------      '.
           05 FILLER              PIC X(41) VALUE
              '---------- LIFE TO DATE -----------'.

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(32) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE '   LOANS'.
           05 FILLER              PIC X(13) VALUE '  CHARGED OFF'.
           05 FILLER              PIC X(13) VALUE '    RECOVERED'.
           05 FILLER              PIC X(14) VALUE '      NET LOSS'.
           05 FILLER              PIC X(13) VALUE '  CHARGED OFF'.
           05 FILLER              PIC X(13) VALUE '    RECOVERED'.
           05 FILLER              PIC X(14) VALUE '      NET LOSS'.

       01 WS-GROUP-LINE.
           05 GL-KEY              PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-NAME             PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-MONTH-CHGOFF     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-MONTH-RECOVERED  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-MONTH-NET        PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-LTD-CHGOFF       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-LTD-RECOVERED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 GL-LTD-NET          PIC -ZZZ,ZZZ,ZZ9.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMM   PIC X(06).
           05 FILLER              PIC X(15).

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(06).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           PERFORM INITIALIZE-REPORT

           PERFORM LOAD-DECISION-TABLE

           PERFORM READ-CHARGE-OFF
           PERFORM PROCESS-ONE-CHARGE-OFF
               UNTIL LNCHGOFF-EOF

           IF LNRECOV-OPEN
              PERFORM READ-RECOVERY
              PERFORM PROCESS-ONE-RECOVERY
                  UNTIL LNRECOV-EOF
           END-IF

           PERFORM WRITE-REPORT-BODY

           PERFORM FINISH-REPORT

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Open the files and settle the month being reported.            *
      *----------------------------------------------------------------*
       INITIALIZE-REPORT SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           IF PARM-LENGTH >= 6
              AND PARM-DATA(1:6) IS NUMERIC
              MOVE PARM-DATA(1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-CURRENT-YYYYMM TO WS-REPORT-MONTH
           END-IF

           OPEN INPUT Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "ERROR OPENING LNCHGOFF, STATUS="
                      LNCHGOFF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Loan-History
           IF NOT LOANHIST-NORMAL
              DISPLAY "ERROR OPENING LOANHIST, STATUS="
                      LOANHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Recovery-Log
           IF LNRECOV-NORMAL
              MOVE 'Y' TO LNRECOV-OPEN-SW
           ELSE
              DISPLAY "WARNING: LNRECOV unavailable, status="
                      LNRECOV-STATUS
              DISPLAY "         no recoveries reported"
           END-IF

           OPEN INPUT Broker-Master
           IF BROKERS-NORMAL
              MOVE 'Y' TO BROKERS-OPEN-SW
           ELSE
              DISPLAY "WARNING: BROKERS unavailable, status="
                      BROKERS-STATUS
              DISPLAY "         brokers report without names"
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR OPENING LOANCORP, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       INITIALIZE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Load the latest approved decision per applicant name; the      *
      * loan was opened from an approval, so only approvals matter.    *
      *----------------------------------------------------------------*
       LOAD-DECISION-TABLE SECTION.

           PERFORM READ-LOAN-HISTORY
           PERFORM LOAD-ONE-DECISION
               UNTIL LOANHIST-EOF
           CLOSE Loan-History.
       LOAD-DECISION-TABLE-EXIT.
           EXIT.

       LOAD-ONE-DECISION SECTION.

           IF LOANHIST-APPROVED NOT = 'T'
              GO TO LOAD-ONE-DECISION-NEXT
           END-IF

           MOVE LOANHIST-NAME TO LNCHGOFF-NAME
           PERFORM FIND-DECISION

           IF DECISION-ON-TABLE
              IF LOANHIST-TIMESTAMP > DT-TIMESTAMP(DT-IX)
                 MOVE LOANHIST-TIMESTAMP TO DT-TIMESTAMP(DT-IX)
                 MOVE LOANHIST-BROKER TO DT-BROKER(DT-IX)
              END-IF
           ELSE
              IF DT-ENTRY-COUNT >= 1000
                 DISPLAY "ERROR: DECISION TABLE FULL AT 1000 ENTRIES"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO DT-ENTRY-COUNT
              ADD 1 TO RC-DECISIONS-LOADED
              SET DT-IX TO DT-ENTRY-COUNT
              MOVE LOANHIST-NAME TO DT-NAME(DT-IX)
              MOVE LOANHIST-TIMESTAMP TO DT-TIMESTAMP(DT-IX)
              MOVE LOANHIST-BROKER TO DT-BROKER(DT-IX)
           END-IF.

       LOAD-ONE-DECISION-NEXT.
           PERFORM READ-LOAN-HISTORY.
       LOAD-ONE-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Find the decision table entry for the name in LNCHGOFF-NAME.   *
      *----------------------------------------------------------------*
       FIND-DECISION SECTION.

           MOVE 'N' TO WS-FOUND-SW
           IF DT-ENTRY-COUNT > 0
              SET DT-IX TO 1
              SEARCH DT-ENTRY
                  WHEN DT-IX > DT-ENTRY-COUNT
                      CONTINUE
                  WHEN DT-NAME(DT-IX) = LNCHGOFF-NAME
                      MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF.
       FIND-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tally one charge-off: written off in the reported month, and   *
      * life-to-date if written off by its end. One only staged on     *
      * LNCOMNT has written nothing off yet.                           *
      *----------------------------------------------------------------*
       PROCESS-ONE-CHARGE-OFF SECTION.

           ADD 1 TO RC-CHARGE-OFFS-READ

           IF NOT LNCHGOFF-WRITTEN-OFF
              ADD 1 TO RC-STAGED-ONLY
              GO TO PROCESS-ONE-CHARGE-OFF-NEXT
           END-IF
           ADD LNCHGOFF-RECOVERED TO RC-FILE-RECOVERED

           IF LNCHGOFF-WRITE-OFF-DATE(1:6) > WS-REPORT-MONTH
              GO TO PROCESS-ONE-CHARGE-OFF-NEXT
           END-IF
           MOVE 'N' TO WS-MONTH-SW
           IF LNCHGOFF-WRITE-OFF-DATE(1:6) = WS-REPORT-MONTH
              MOVE 'Y' TO WS-MONTH-SW
              ADD 1 TO RC-MONTH-CHARGE-OFFS
           END-IF
           MOVE LNCHGOFF-AMOUNT TO WS-CHGOFF-AMOUNT

           PERFORM DERIVE-TIER-AND-BROKER

           MOVE 'T' TO WS-KIND
           MOVE WS-TIER TO WS-KEY
           PERFORM LOCATE-GROUP-ENTRY
           PERFORM ADD-CHARGE-OFF-TO-GROUP
           MOVE 'B' TO WS-KIND
           MOVE WS-BROKER TO WS-KEY
           PERFORM LOCATE-GROUP-ENTRY
           PERFORM ADD-CHARGE-OFF-TO-GROUP

           ADD 1 TO BT-LTD-COUNT
           ADD WS-CHGOFF-AMOUNT TO BT-LTD-CHGOFF
           IF IN-REPORT-MONTH
              ADD 1 TO BT-MONTH-COUNT
              ADD WS-CHGOFF-AMOUNT TO BT-MONTH-CHGOFF
           END-IF.

       PROCESS-ONE-CHARGE-OFF-NEXT.
           PERFORM READ-CHARGE-OFF.
       PROCESS-ONE-CHARGE-OFF-EXIT.
           EXIT.

       ADD-CHARGE-OFF-TO-GROUP SECTION.

           ADD 1 TO GT-LTD-COUNT(GT-IX)
           ADD WS-CHGOFF-AMOUNT TO GT-LTD-CHGOFF(GT-IX)
           IF IN-REPORT-MONTH
              ADD 1 TO GT-MONTH-COUNT(GT-IX)
              ADD WS-CHGOFF-AMOUNT TO GT-MONTH-CHGOFF(GT-IX)
           END-IF.
       ADD-CHARGE-OFF-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tally one recovery posted by the end of the reported month     *
      * against the tier and broker of its charge-off.                 *
      *----------------------------------------------------------------*
       PROCESS-ONE-RECOVERY SECTION.

           ADD 1 TO RC-RECOVERIES-READ
           ADD LNRECOV-AMOUNT TO RC-LOG-RECOVERED

           IF LNRECOV-POSTED-DATE(1:6) > WS-REPORT-MONTH
              GO TO PROCESS-ONE-RECOVERY-NEXT
           END-IF
           MOVE LNRECOV-ACCOUNT TO LNCHGOFF-ACCOUNT
           READ Charge-Offs KEY IS LNCHGOFF-KEY OF LNCHGOFF-RECORD
           IF NOT LNCHGOFF-IO-NORMAL
              ADD 1 TO RC-RECOVERIES-UNMATCHED
              MOVE '00' TO LNCHGOFF-FILE-STATUS
              GO TO PROCESS-ONE-RECOVERY-NEXT
           END-IF
           MOVE 'N' TO WS-MONTH-SW
           IF LNRECOV-POSTED-DATE(1:6) = WS-REPORT-MONTH
              MOVE 'Y' TO WS-MONTH-SW
              ADD 1 TO RC-MONTH-RECOVERIES
           END-IF
           MOVE LNRECOV-AMOUNT TO WS-RECOVERED-AMOUNT

           PERFORM DERIVE-TIER-AND-BROKER

           MOVE 'T' TO WS-KIND
           MOVE WS-TIER TO WS-KEY
           PERFORM LOCATE-GROUP-ENTRY
           PERFORM ADD-RECOVERY-TO-GROUP
           MOVE 'B' TO WS-KIND
           MOVE WS-BROKER TO WS-KEY
           PERFORM LOCATE-GROUP-ENTRY
           PERFORM ADD-RECOVERY-TO-GROUP

           ADD WS-RECOVERED-AMOUNT TO BT-LTD-RECOVERED
           IF IN-REPORT-MONTH
              ADD WS-RECOVERED-AMOUNT TO BT-MONTH-RECOVERED
           END-IF.

       PROCESS-ONE-RECOVERY-NEXT.
           PERFORM READ-RECOVERY.
       PROCESS-ONE-RECOVERY-EXIT.
           EXIT.

       ADD-RECOVERY-TO-GROUP SECTION.

           ADD WS-RECOVERED-AMOUNT TO GT-LTD-RECOVERED(GT-IX)
           IF IN-REPORT-MONTH
              ADD WS-RECOVERED-AMOUNT TO GT-MONTH-RECOVERED(GT-IX)
           END-IF.
       ADD-RECOVERY-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The charge-off's tier, and the broker on the borrower's        *
      * approved decision: DIRECT when it came in with none, UNKNOWN   *
      * when no approved decision survives for the name.               *
      *----------------------------------------------------------------*
       DERIVE-TIER-AND-BROKER SECTION.

           IF LNCHGOFF-TIER = SPACES OR LOW-VALUES
              MOVE 'DEFAULT' TO WS-TIER
           ELSE
              MOVE LNCHGOFF-TIER TO WS-TIER
           END-IF

           PERFORM FIND-DECISION
           EVALUATE TRUE
               WHEN NOT DECISION-ON-TABLE
                   ADD 1 TO RC-NO-DECISION
                   MOVE 'UNKNOWN' TO WS-BROKER
               WHEN DT-BROKER(DT-IX) = SPACES OR LOW-VALUES
                   MOVE 'DIRECT' TO WS-BROKER
               WHEN OTHER
                   MOVE DT-BROKER(DT-IX) TO WS-BROKER
           END-EVALUATE.
       DERIVE-TIER-AND-BROKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Find or build the group entry for WS-KIND / WS-KEY, fetching   *
      * a broker's name from the master the first time it is seen.     *
      *----------------------------------------------------------------*
       LOCATE-GROUP-ENTRY SECTION.

           MOVE 'N' TO WS-GROUP-FOUND-SW
           IF GT-ENTRY-COUNT > 0
              SET GT-IX TO 1
              SEARCH GT-ENTRY
                  WHEN GT-IX > GT-ENTRY-COUNT
                      CONTINUE
                  WHEN GT-KIND(GT-IX) = WS-KIND
                      AND GT-KEY(GT-IX) = WS-KEY
                      MOVE 'Y' TO WS-GROUP-FOUND-SW
              END-SEARCH
           END-IF

           IF GROUP-ON-TABLE
              GO TO LOCATE-GROUP-ENTRY-EXIT
           END-IF
           IF GT-ENTRY-COUNT >= 400
              DISPLAY "ERROR: GROUP TABLE FULL AT 400 ENTRIES"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO GT-ENTRY-COUNT
           SET GT-IX TO GT-ENTRY-COUNT
           MOVE WS-KIND TO GT-KIND(GT-IX)
           MOVE WS-KEY TO GT-KEY(GT-IX)
           MOVE SPACES TO GT-NAME(GT-IX)
           MOVE ZERO TO GT-MONTH-COUNT(GT-IX)
                        GT-MONTH-CHGOFF(GT-IX)
                        GT-MONTH-RECOVERED(GT-IX)
                        GT-LTD-COUNT(GT-IX)
                        GT-LTD-CHGOFF(GT-IX)
                        GT-LTD-RECOVERED(GT-IX)

           IF WS-KIND NOT = 'B'
              GO TO LOCATE-GROUP-ENTRY-EXIT
           END-IF
           EVALUATE WS-KEY
               WHEN 'DIRECT'
                   MOVE '(DIRECT CHANNEL)' TO GT-NAME(GT-IX)
               WHEN 'UNKNOWN'
                   MOVE '(NO DECISION FOUND)' TO GT-NAME(GT-IX)
               WHEN OTHER
                   MOVE '** NOT ON MASTER **' TO GT-NAME(GT-IX)
                   IF BROKERS-OPEN
                      MOVE WS-KEY TO BROKER-REF
                      READ Broker-Master
                      IF BROKERS-NORMAL
                         MOVE BROKER-NAME TO GT-NAME(GT-IX)
                      ELSE
                         MOVE '00' TO BROKERS-STATUS
                      END-IF
                   END-IF
           END-EVALUATE.
       LOCATE-GROUP-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Write the tier section, the broker section and the book total. *
      *----------------------------------------------------------------*
       WRITE-REPORT-BODY SECTION.

           MOVE WS-REPORT-MONTH TO RT-MONTH
           MOVE WS-CURRENT-DATE(1:8) TO RT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BY POLICY TIER' TO GH-TITLE
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 'T' TO WS-KIND
           PERFORM WRITE-ONE-GROUP
               VARYING GT-IX FROM 1 BY 1
               UNTIL GT-IX > GT-ENTRY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BY INTAKE BROKER' TO GH-TITLE
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 'B' TO WS-KIND
           PERFORM WRITE-ONE-GROUP
               VARYING GT-IX FROM 1 BY 1
               UNTIL GT-IX > GT-ENTRY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BOOK' TO GL-KEY
           MOVE 'ALL LOANS' TO GL-NAME
           MOVE BT-MONTH-COUNT TO GL-COUNT
           MOVE BT-MONTH-CHGOFF TO GL-MONTH-CHGOFF
           MOVE BT-MONTH-RECOVERED TO GL-MONTH-RECOVERED
           COMPUTE WS-NET-LOSS = BT-MONTH-CHGOFF - BT-MONTH-RECOVERED
           MOVE WS-NET-LOSS TO GL-MONTH-NET
           MOVE BT-LTD-CHGOFF TO GL-LTD-CHGOFF
           MOVE BT-LTD-RECOVERED TO GL-LTD-RECOVERED
           COMPUTE WS-NET-LOSS = BT-LTD-CHGOFF - BT-LTD-RECOVERED
           MOVE WS-NET-LOSS TO GL-LTD-NET
           WRITE REPORT-LINE FROM WS-GROUP-LINE.
       WRITE-REPORT-BODY-EXIT.
           EXIT.

       WRITE-ONE-GROUP SECTION.

           IF GT-KIND(GT-IX) NOT = WS-KIND
              GO TO WRITE-ONE-GROUP-EXIT
           END-IF
           MOVE GT-KEY(GT-IX) TO GL-KEY
           MOVE GT-NAME(GT-IX) TO GL-NAME
           MOVE GT-MONTH-COUNT(GT-IX) TO GL-COUNT
           MOVE GT-MONTH-CHGOFF(GT-IX) TO GL-MONTH-CHGOFF
           MOVE GT-MONTH-RECOVERED(GT-IX) TO GL-MONTH-RECOVERED
           COMPUTE WS-NET-LOSS =
               GT-MONTH-CHGOFF(GT-IX) - GT-MONTH-RECOVERED(GT-IX)
           MOVE WS-NET-LOSS TO GL-MONTH-NET
           MOVE GT-LTD-CHGOFF(GT-IX) TO GL-LTD-CHGOFF
           MOVE GT-LTD-RECOVERED(GT-IX) TO GL-LTD-RECOVERED
           COMPUTE WS-NET-LOSS =
               GT-LTD-CHGOFF(GT-IX) - GT-LTD-RECOVERED(GT-IX)
           MOVE WS-NET-LOSS TO GL-LTD-NET
           WRITE REPORT-LINE FROM WS-GROUP-LINE.
       WRITE-ONE-GROUP-EXIT.
           EXIT.

       READ-CHARGE-OFF SECTION.

           READ Charge-Offs NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT LNCHGOFF-EOF AND NOT LNCHGOFF-IO-NORMAL
              DISPLAY "ERROR READING LNCHGOFF, STATUS="
                      LNCHGOFF-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       READ-CHARGE-OFF-EXIT.
           EXIT.

       READ-RECOVERY SECTION.

           READ Recovery-Log
               AT END
                   MOVE 'Y' TO WS-RECOV-EOF-SW
           END-READ
           IF NOT LNRECOV-EOF AND NOT LNRECOV-NORMAL
              DISPLAY "ERROR READING LNRECOV, STATUS="
                      LNRECOV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       READ-RECOVERY-EXIT.
           EXIT.

       READ-LOAN-HISTORY SECTION.

           READ Loan-History
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF NOT LOANHIST-EOF AND NOT LOANHIST-NORMAL
              DISPLAY "ERROR READING LOANHIST, STATUS="
                      LOANHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       READ-LOAN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Close the files and reconcile the run: the recoveries logged   *
      * should add up to those accumulated on the charge-offs.         *
      *----------------------------------------------------------------*
       FINISH-REPORT SECTION.

           CLOSE Charge-Offs.
           IF LNRECOV-OPEN
              CLOSE Recovery-Log
           END-IF
           IF BROKERS-OPEN
              CLOSE Broker-Master
           END-IF
           CLOSE Report-Output.

           DISPLAY "=================================================="
           DISPLAY "LOANCOR RECONCILIATION - MONTH " WS-REPORT-MONTH
           DISPLAY "   Charge-offs read      : " RC-CHARGE-OFFS-READ
           DISPLAY "   Staged, not confirmed : " RC-STAGED-ONLY
           DISPLAY "   Written off this month: " RC-MONTH-CHARGE-OFFS
           DISPLAY "   Recoveries read       : " RC-RECOVERIES-READ
           DISPLAY "   Recoveries this month : " RC-MONTH-RECOVERIES
           DISPLAY "   Recoveries unmatched  : "
                   RC-RECOVERIES-UNMATCHED
           DISPLAY "   Decisions loaded      : " RC-DECISIONS-LOADED
           DISPLAY "   No decision for name  : " RC-NO-DECISION
           DISPLAY "   Recovered per LNRECOV : " RC-LOG-RECOVERED
           DISPLAY "   Recovered per LNCHGOFF: " RC-FILE-RECOVERED
           IF LNRECOV-OPEN
              AND RC-LOG-RECOVERED NOT = RC-FILE-RECOVERED
              DISPLAY "WARNING: recovery log does not agree with "
                      "LNCHGOFF"
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "==================================================".
       FINISH-REPORT-EXIT.
           EXIT.

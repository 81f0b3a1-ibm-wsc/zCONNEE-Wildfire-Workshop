           05 WS-START-DATE           PIC 9(08).

      * In-window burst counts per program/code pair, joined with the
      * previous run's alerted size. A z/OS Connect circuit breaker
      * opening or closing (BAQBRKR/BAQBRKRC) is an outage event in
      * itself and alerts on its first occurrence, naming the
      * operation from the latest entry's detail.
       01 WS-BURST-TABLE.
           05 BT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 BT-ENTRY OCCURS 200 TIMES INDEXED BY BT-IX.
               10 BT-PROGRAM          PIC X(08).
               10 BT-ERROR-CODE       PIC X(08).
                   88 BT-BREAKER-EVENT VALUE 'BRKOPEN ' 'BRKCLOSE'.
               10 BT-COUNT            PIC 9(08) COMP.
               10 BT-LAST-ALERTED     PIC 9(08) COMP.
               10 BT-LAST-DETAIL      PIC X(90).
       01 WS-PAIR-THRESHOLD           PIC 9(03) VALUE 0.
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 ENTRY-ON-TABLE          VALUE 'Y'.

              MOVE STIN-ERROR-CODE TO BT-ERROR-CODE(BT-IX)
              MOVE 0 TO BT-COUNT(BT-IX)
              MOVE STIN-LAST-COUNT TO BT-LAST-ALERTED(BT-IX)
              MOVE SPACES TO BT-LAST-DETAIL(BT-IX)
           END-IF
           .
       LOAD-ONE-STATE-RECORD-EXIT.
              END-IF
              IF ENTRY-ON-TABLE
                 ADD 1 TO BT-COUNT(BT-IX)
                 MOVE PROBLOG-DETAIL TO BT-LAST-DETAIL(BT-IX)
              ELSE
                 IF BT-ENTRY-COUNT IS LESS THAN 200
                    ADD 1 TO BT-ENTRY-COUNT
                    MOVE PROBLOG-ERROR-CODE TO BT-ERROR-CODE(BT-IX)
                    MOVE 1 TO BT-COUNT(BT-IX)
                    MOVE 0 TO BT-LAST-ALERTED(BT-IX)
                    MOVE PROBLOG-DETAIL TO BT-LAST-DETAIL(BT-IX)
                 END-IF
              END-IF
           END-IF
           EXIT.

       ISSUE-ONE-ALERT SECTION.
           IF BT-BREAKER-EVENT(BT-IX)
              MOVE 0 TO WS-PAIR-THRESHOLD
           ELSE
              MOVE WS-ALERT-THRESHOLD TO WS-PAIR-THRESHOLD
           END-IF
           IF BT-COUNT(BT-IX) IS GREATER THAN WS-PAIR-THRESHOLD
              IF BT-LAST-ALERTED(BT-IX) IS EQUAL TO 0
                 OR BT-COUNT(BT-IX) IS NOT LESS THAN
                    BT-LAST-ALERTED(BT-IX) * 2
                 ADD 1 TO RC-ALERTS-ISSUED
                 MOVE BT-COUNT(BT-IX) TO WS-ALERT-COUNT-DISPLAY
                 MOVE SPACES TO WS-CONSOLE-MSG
                 IF BT-BREAKER-EVENT(BT-IX)
                    STRING 'PROBALRT: ' BT-LAST-DETAIL(BT-IX)
                           DELIMITED BY SIZE INTO WS-CONSOLE-MSG
                    END-STRING
                 ELSE
                    STRING 'PROBALRT: ' BT-PROGRAM(BT-IX)
                           ' ERROR ' BT-ERROR-CODE(BT-IX)
                           ' OCCURRED' WS-ALERT-COUNT-DISPLAY
                           ' TIMES IN WINDOW - INVESTIGATE'
                           DELIMITED BY SIZE INTO WS-CONSOLE-MSG
                    END-STRING
                 END-IF
                 DISPLAY WS-CONSOLE-MSG UPON CONSOLE
                 MOVE BT-COUNT(BT-IX) TO BT-LAST-ALERTED(BT-IX)
              ELSE

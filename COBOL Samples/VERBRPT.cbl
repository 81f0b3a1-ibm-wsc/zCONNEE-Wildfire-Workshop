
      * Per-verb accumulators, this week and prior week side by side.
       01 WS-VERB-TABLE.
           05 VB-ENTRY OCCURS 11 TIMES INDEXED BY VB-IX.
               10 VB-VERB             PIC X(01).
               10 VB-WK-COUNT         PIC 9(08) COMP.
               10 VB-WK-TOTAL         PIC 9(10) COMP.
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-ONE-VERB-LINE
               VARYING VB-IX FROM 1 BY 1
               UNTIL VB-IX IS GREATER THAN 11

           CLOSE Report-Output.

           MOVE 'D' TO VB-VERB(4).
           MOVE 'L' TO VB-VERB(5).
           MOVE 'S' TO VB-VERB(6).
           MOVE 'C' TO VB-VERB(7).
           MOVE 'F' TO VB-VERB(8).
           MOVE 'Q' TO VB-VERB(9).
           MOVE 'N' TO VB-VERB(10).
           MOVE 'R' TO VB-VERB(11).
           PERFORM VARYING VB-IX FROM 1 BY 1
               UNTIL VB-IX IS GREATER THAN 11
              MOVE 0 TO VB-WK-COUNT(VB-IX)
              MOVE 0 TO VB-WK-TOTAL(VB-IX)
              MOVE 99999 TO VB-WK-MIN(VB-IX)
              ADD 1 TO RC-IN-WINDOW
              SET VB-IX TO 1
              SEARCH VB-ENTRY
                 WHEN VB-IX IS GREATER THAN 11
                    CONTINUE
                 WHEN VB-VERB(VB-IX) IS EQUAL TO VERBTIME-VERB
                    IF WS-RECORD-DATE IS NOT LESS THAN

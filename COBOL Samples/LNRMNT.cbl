       COPY LNRATES SUPPRESS.
       COPY LNRPEND SUPPRESS.
       COPY LNRAUDIT SUPPRESS.
       COPY ACCREVOK SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-ACCESS-SW                PIC X(01) VALUE 'Y'.
            88 APPROVER-ACCESS-HELD    VALUE 'Y'.
        01 WS-ROW-FOUND-SW             PIC X(01) VALUE 'N'.
            88 RATE-ROW-FOUND          VALUE 'Y'.
        01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
      * LNRPEND for a second approver; LNRATES is not touched.   *
      ***********************************************************
        STAGE-RATE-ROW SECTION.
           PERFORM CHECK-APPROVER-ACCESS.
           IF NOT APPROVER-ACCESS-HELD
              GO TO STAGE-RATE-ROW-EXIT
           END-IF.

           PERFORM EDIT-RATE-FIELDS.
           IF NOT EDITS-PASSED
              GO TO STAGE-RATE-ROW-EXIT
      * row to LNRATES and writes the audit record.              *
      ***********************************************************
        CONFIRM-RATE-ROW SECTION.
           PERFORM CHECK-APPROVER-ACCESS.
           IF NOT APPROVER-ACCESS-HELD
              GO TO CONFIRM-RATE-ROW-EXIT
           END-IF.

           MOVE TIERI TO LNRPEND-TIER.
           IF TERMI IS NUMERIC
              MOVE TERMI TO LNRPEND-TERM-YEARS
        WRITE-RATE-AUDIT-EXIT.
           EXIT.

      ***********************************************************
      * CHECK-APPROVER-ACCESS - a userid whose approver access  *
      * was revoked or suspended at access recertification is   *
      * on ACCREVOK and may neither stage nor confirm.          *
      ***********************************************************
        CHECK-APPROVER-ACCESS SECTION.
           MOVE 'Y' TO WS-ACCESS-SW.
           MOVE 'LNRATES' TO ACCREVOK-STORE.
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

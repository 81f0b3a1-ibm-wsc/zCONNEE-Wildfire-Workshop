      * screen what today takes four sign-ons -- the FILEA record, the
      * customer's LOANHIST decisions and open LOANOFFR offers, their
      * ORDHIST catalog orders with status, and their trader holdings
      * (replayed from TRDLEDGR) with the CASHACCT balance, under the
      * five most recent FANOTE contact notes. The keys
      * differ between those stores, so the screen reads and maintains
      * the CUSTXREF cross-reference keyed by NUMB: action X saves the
      * loan UID, order userid and trader userid keyed on the screen.
      * The customer's open complaints on the COMPLNT register are
      * counted on the line under the notes, with how many are past
      * their response deadline.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360.
       ENVIRONMENT DIVISION.
        COPY TRDLEDGR SUPPRESS.
        COPY CASHACCT SUPPRESS.
        COPY PROBLOG SUPPRESS.
        COPY FANOTE SUPPRESS.
        COPY COMPLNT SUPPRESS.

      * Switches and bounded-scan counters. Every unkeyed browse is
      * bounded the same way LOANCICS bounds its duplicate scan, so a
        01 WS-CASH-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01 WS-TRD-LINE                 PIC X(79).

      * Contact notes: FANOTE is keyed NUMB+timestamp, so one
      * positioned browse covers the customer's notes oldest first;
      * the five most recent slide through the collection the same
      * way the order view's do and are shown newest first.
        01 WS-NOTE-COLLECTION.
           05 WS-NOTE-COUNT            PIC 9(02) COMP VALUE 0.
           05 WS-NOTE-ENTRY OCCURS 5 TIMES INDEXED BY WS-NOTE-IX.
              10 WS-NOTE-TIMESTAMP     PIC X(16).
              10 WS-NOTE-CATEGORY      PIC X(01).
              10 WS-NOTE-USERID        PIC X(08).
              10 WS-NOTE-TEXT          PIC X(60).
        01 WS-NOTE-TOTAL               PIC 9(05) VALUE 0.
        01 WS-NOTE-LINE-NO             PIC 9(01) VALUE 0.
        01 WS-NOTE-CATEGORY-TEXT       PIC X(10).

      * Complaints: COMPLNT is keyed by complaint number, so the
      * customer's are found by a bounded filtered scan on NUMB,
      * the same way the order view finds their orders.
        01 WS-COMPLAINT-FIELDS.
           05 WS-CMP-TOTAL             PIC 9(05) VALUE 0.
           05 WS-CMP-OPEN              PIC 9(05) VALUE 0.
           05 WS-CMP-OVERDUE           PIC 9(05) VALUE 0.
           05 WS-CMP-NEXT-DEADLINE     PIC 9(08) VALUE 0.
           05 WS-CMP-COUNT-DISPLAY     PIC ZZZZ9.
           05 WS-CMP-OVERDUE-DISPLAY   PIC ZZZZ9.

        COPY C360MAP.
        COPY DFHAID.

        INQUIRE-CUSTOMER SECTION.
           MOVE SPACES TO FILEA1O LOAN1O LOAN2O LOAN3O
                          ORD1O ORD2O ORD3O
                          TRD1O TRD2O TRD3O
                          NOTE1O NOTE2O NOTE3O NOTE4O NOTE5O
                          CMPL1O.
           PERFORM READ-CROSS-REFERENCE.
           PERFORM SHOW-FILEA-RECORD.
           PERFORM SHOW-LOAN-VIEW.
           PERFORM SHOW-ORDER-VIEW.
           PERFORM SHOW-TRADER-VIEW.
           PERFORM SHOW-CONTACT-NOTES.
           PERFORM SHOW-OPEN-COMPLAINTS.
           IF STATUSO = SPACES OR STATUSO = LOW-VALUES
              MOVE 'Customer inquiry complete' TO STATUSO
           END-IF.
                 MOVE 'SHIPPED     ' TO WS-ORD-STATUS-TEXT
              WHEN 'B'
                 MOVE 'BACK-ORDERED' TO WS-ORD-STATUS-TEXT
              WHEN 'C'
                 MOVE 'CANCELLED   ' TO WS-ORD-STATUS-TEXT
              WHEN 'D'
                 MOVE 'DELIVERED   ' TO WS-ORD-STATUS-TEXT
              WHEN 'F'
                 MOVE 'UNDELIVERED ' TO WS-ORD-STATUS-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN     ' TO WS-ORD-STATUS-TEXT
           END-EVALUATE.
        FORMAT-ONE-ORDER-LINE-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-CONTACT-NOTES - browses the customer's FANOTE notes *
      * from NUMB+LOW-VALUES; the five most recent slide through *
      * the collection and are shown newest first.               *
      ***********************************************************
        SHOW-CONTACT-NOTES SECTION.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 0 TO WS-NOTE-TOTAL.
           MOVE NUMBI TO FANOTE-NUMB.
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP.
           EXEC CICS STARTBR FILE('FANOTE')
                RIDFLD(FANOTE-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOTES: none on file' TO NOTE1O
              GO TO SHOW-CONTACT-NOTES-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 0 TO WS-SCAN-COUNT.
           PERFORM COLLECT-ONE-NOTE
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('FANOTE')
                RESP(WS-RESP)
                END-EXEC.
           IF WS-NOTE-TOTAL = 0
              MOVE 'NOTES: none on file' TO NOTE1O
           ELSE
              MOVE 0 TO WS-NOTE-LINE-NO
              PERFORM FORMAT-ONE-NOTE-LINE
                  VARYING WS-NOTE-IX FROM WS-NOTE-COUNT BY -1
                  UNTIL WS-NOTE-IX < 1
           END-IF.
        SHOW-CONTACT-NOTES-EXIT.
           EXIT.

        COLLECT-ONE-NOTE SECTION.
           EXEC CICS READNEXT FILE('FANOTE')
                INTO(FANOTE-RECORD)
                LENGTH(LENGTH OF FANOTE-RECORD)
                RIDFLD(FANOTE-KEY)
                RESP(WS-RESP)
                END-EXEC.
           ADD 1 TO WS-SCAN-COUNT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR FANOTE-NUMB NOT = NUMBI
              OR WS-SCAN-COUNT > 9999
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
              ADD 1 TO WS-NOTE-TOTAL
              IF WS-NOTE-COUNT = 5
                 MOVE WS-NOTE-ENTRY(2) TO WS-NOTE-ENTRY(1)
                 MOVE WS-NOTE-ENTRY(3) TO WS-NOTE-ENTRY(2)
                 MOVE WS-NOTE-ENTRY(4) TO WS-NOTE-ENTRY(3)
                 MOVE WS-NOTE-ENTRY(5) TO WS-NOTE-ENTRY(4)
              ELSE
                 ADD 1 TO WS-NOTE-COUNT
              END-IF
              SET WS-NOTE-IX TO WS-NOTE-COUNT
              MOVE FANOTE-TIMESTAMP TO WS-NOTE-TIMESTAMP(WS-NOTE-IX)
              MOVE FANOTE-CATEGORY TO WS-NOTE-CATEGORY(WS-NOTE-IX)
              MOVE FANOTE-USERID TO WS-NOTE-USERID(WS-NOTE-IX)
              MOVE FANOTE-TEXT TO WS-NOTE-TEXT(WS-NOTE-IX)
           END-IF.
        COLLECT-ONE-NOTE-EXIT.
           EXIT.

        FORMAT-ONE-NOTE-LINE SECTION.
           ADD 1 TO WS-NOTE-LINE-NO.
           EVALUATE WS-NOTE-CATEGORY(WS-NOTE-IX)
              WHEN 'C'
                 MOVE 'CALL      ' TO WS-NOTE-CATEGORY-TEXT
              WHEN 'L'
                 MOVE 'LETTER    ' TO WS-NOTE-CATEGORY-TEXT
              WHEN 'P'
                 MOVE 'COMPLAINT ' TO WS-NOTE-CATEGORY-TEXT
              WHEN 'F'
                 MOVE 'FRAUD     ' TO WS-NOTE-CATEGORY-TEXT
              WHEN OTHER
                 MOVE 'NOTE      ' TO WS-NOTE-CATEGORY-TEXT
           END-EVALUATE.
           MOVE SPACES TO MESSAGE-TO-SEND.
           STRING WS-NOTE-TIMESTAMP(WS-NOTE-IX)(1:8)
                  ' ' WS-NOTE-CATEGORY-TEXT
                  ' ' WS-NOTE-USERID(WS-NOTE-IX)
                  ' ' WS-NOTE-TEXT(WS-NOTE-IX)
                  DELIMITED BY SIZE INTO MESSAGE-TO-SEND.
           EVALUATE WS-NOTE-LINE-NO
              WHEN 1
                 MOVE MESSAGE-TO-SEND TO NOTE1O
              WHEN 2
                 MOVE MESSAGE-TO-SEND TO NOTE2O
              WHEN 3
                 MOVE MESSAGE-TO-SEND TO NOTE3O
              WHEN 4
                 MOVE MESSAGE-TO-SEND TO NOTE4O
              WHEN OTHER
                 MOVE MESSAGE-TO-SEND TO NOTE5O
           END-EVALUATE.
        FORMAT-ONE-NOTE-LINE-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-OPEN-COMPLAINTS - counts the customer's complaints  *
      * still open on COMPLNT, those past their response         *
      * deadline, and the nearest deadline among the rest.       *
      * Complaint number zero is the number-range control record *
      * and is skipped by starting the browse at one.            *
      ***********************************************************
        SHOW-OPEN-COMPLAINTS SECTION.
           MOVE 0 TO WS-CMP-TOTAL WS-CMP-OPEN WS-CMP-OVERDUE.
           MOVE 0 TO WS-CMP-NEXT-DEADLINE.
           PERFORM GET-CURRENT-TIME.
           MOVE 1 TO COMPLNT-NUMBER.
           EXEC CICS STARTBR FILE('COMPLNT')
                RIDFLD(COMPLNT-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COMPLAINTS: none on file' TO CMPL1O
              GO TO SHOW-OPEN-COMPLAINTS-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 0 TO WS-SCAN-COUNT.
           PERFORM COUNT-ONE-COMPLAINT
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('COMPLNT')
                RESP(WS-RESP)
                END-EXEC.

           MOVE SPACES TO MESSAGE-TO-SEND.
           EVALUATE TRUE
              WHEN WS-CMP-TOTAL = 0
                 MOVE 'COMPLAINTS: none on file' TO MESSAGE-TO-SEND
              WHEN WS-CMP-OPEN = 0
                 MOVE WS-CMP-TOTAL TO WS-CMP-COUNT-DISPLAY
                 STRING 'COMPLAINTS: none open,' WS-CMP-COUNT-DISPLAY
                        ' closed' DELIMITED BY SIZE
                        INTO MESSAGE-TO-SEND
              WHEN WS-CMP-OPEN = WS-CMP-OVERDUE
                 MOVE WS-CMP-OPEN TO WS-CMP-COUNT-DISPLAY
                 STRING 'COMPLAINTS:' WS-CMP-COUNT-DISPLAY
                        ' OPEN, ALL PAST THE RESPONSE DEADLINE'
                        DELIMITED BY SIZE INTO MESSAGE-TO-SEND
              WHEN OTHER
                 MOVE WS-CMP-OPEN TO WS-CMP-COUNT-DISPLAY
                 MOVE WS-CMP-OVERDUE TO WS-CMP-OVERDUE-DISPLAY
                 STRING 'COMPLAINTS:' WS-CMP-COUNT-DISPLAY
                        ' OPEN,' WS-CMP-OVERDUE-DISPLAY
                        ' PAST DEADLINE, NEXT DUE '
                        WS-CMP-NEXT-DEADLINE
                        DELIMITED BY SIZE INTO MESSAGE-TO-SEND
           END-EVALUATE.
           MOVE MESSAGE-TO-SEND TO CMPL1O.
        SHOW-OPEN-COMPLAINTS-EXIT.
           EXIT.

        COUNT-ONE-COMPLAINT SECTION.
           EXEC CICS READNEXT FILE('COMPLNT')
                INTO(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RIDFLD(COMPLNT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           ADD 1 TO WS-SCAN-COUNT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-SCAN-COUNT > 9999
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO COUNT-ONE-COMPLAINT-EXIT
           END-IF.
           IF COMPLNT-NUMB NOT = NUMBI
              GO TO COUNT-ONE-COMPLAINT-EXIT
           END-IF.
           ADD 1 TO WS-CMP-TOTAL.
           IF NOT COMPLNT-OPEN
              GO TO COUNT-ONE-COMPLAINT-EXIT
           END-IF.
           ADD 1 TO WS-CMP-OPEN.
           IF COMPLNT-DEADLINE-DATE < WS-CURRENT-DATE
              ADD 1 TO WS-CMP-OVERDUE
           ELSE
              IF WS-CMP-NEXT-DEADLINE = 0
                 OR COMPLNT-DEADLINE-DATE < WS-CMP-NEXT-DEADLINE
                 MOVE COMPLNT-DEADLINE-DATE TO WS-CMP-NEXT-DEADLINE
              END-IF
           END-IF.
        COUNT-ONE-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-TRADER-VIEW - replays the customer's TRDLEDGR       *
      * trades into net shares per company (the ledger is keyed  *

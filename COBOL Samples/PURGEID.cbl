              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Contact-Note ASSIGN TO FANOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FANOTE-KEY OF FANOTE-RECORD
              FILE STATUS IS FANOTE-STATUS.

           SELECT Complaint-File ASSIGN TO COMPLNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPLNT-KEY OF COMPLNT-RECORD
              FILE STATUS IS CMPFILE-STATUS.

           SELECT Audit-Input ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       COPY AUDITA SUPPRESS.

       FD  Audit-Output.
       01  AUDITNEW-RECORD            PIC X(256).

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

       FD  Contact-Note.
       COPY FANOTE SUPPRESS.

       FD  Complaint-File.
       COPY COMPLNT SUPPRESS.

       FD  Ledger-Input.
       COPY TRDLEDGR SUPPRESS.

       FD  Ledger-Output.
       01  TRDLNEW-RECORD             PIC X(151).

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
           88 LOANHIST-NOTFOUND       VALUE '23'.
       01 FANOTE-STATUS               PIC X(2).
           88 FANOTE-NORMAL           VALUE '00'.
       01 CMPFILE-STATUS              PIC X(2).
           88 CMPFILE-NORMAL          VALUE '00'.
       01 TRDLEDGR-STATUS             PIC X(2).
           88 TRDLEDGR-NORMAL         VALUE '00'.
       01 TRDLNEW-STATUS              PIC X(2).
           88 LEDGER-EOF              VALUE 'Y'.
       01 WS-LOAN-DONE-SW             PIC X(01) VALUE 'N'.
           88 LOAN-SCAN-DONE          VALUE 'Y'.
       01 WS-NOTE-DONE-SW             PIC X(01) VALUE 'N'.
           88 NOTE-SCAN-DONE          VALUE 'Y'.
       01 WS-COMPLAINT-EOF-SW         PIC X(01) VALUE 'N'.
           88 COMPLAINT-EOF           VALUE 'Y'.

      * Anonymized replacement text laid over PII fields that must
      * stay in place (audit images, ledger identities) so record
      * Certificate-of-erasure counts, one set per data store.
       01 RECONCILIATION-COUNTS.
           05 RC-FILEA-DELETED        PIC 9(08) COMP VALUE 0.
           05 RC-FANOTE-DELETED       PIC 9(08) COMP VALUE 0.
           05 RC-COMPLNT-ANONYMIZED   PIC 9(08) COMP VALUE 0.
           05 RC-AUDITA-ANONYMIZED    PIC 9(08) COMP VALUE 0.
           05 RC-AUDITA-KEPT          PIC 9(08) COMP VALUE 0.
           05 RC-LOANHIST-DELETED     PIC 9(08) COMP VALUE 0.
           END-IF

           PERFORM PURGE-FILEA-RECORD
           PERFORM PURGE-CONTACT-NOTES
           PERFORM PURGE-COMPLAINTS
           PERFORM PURGE-AUDITA-IMAGES
           PERFORM PURGE-LOAN-HISTORY
           PERFORM PURGE-TRADE-LEDGER
       PURGE-FILEA-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PURGE-CONTACT-NOTES - deletes every FANOTE contact note keyed  *
      * under the party's FileA NUMB, including those re-keyed to it   *
      * by a FILEAMRG merge.                                           *
      *----------------------------------------------------------------*
       PURGE-CONTACT-NOTES SECTION.
           IF PG-FILEA-NUMB IS EQUAL TO SPACES
              MOVE 'FANOTE    ' TO RL-STORE
              MOVE 'NOT REQUESTED ' TO RL-ACTION
              MOVE 0 TO RL-COUNT
              MOVE SPACES TO RL-TEXT
              PERFORM WRITE-RESULT-LINE
              GO TO PURGE-CONTACT-NOTES-EXIT
           END-IF

           OPEN I-O Contact-Note
           IF NOT FANOTE-NORMAL
              DISPLAY "ERROR: unable to open FANOTE, status="
                      FANOTE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PURGE-CONTACT-NOTES-EXIT
           END-IF

           MOVE PG-FILEA-NUMB TO FANOTE-NUMB
           MOVE LOW-VALUES TO FANOTE-TIMESTAMP
           START Contact-Note KEY IS NOT LESS THAN
                                  FANOTE-KEY OF FANOTE-RECORD
           IF FANOTE-NORMAL
              MOVE 'N' TO WS-NOTE-DONE-SW
           ELSE
              MOVE 'Y' TO WS-NOTE-DONE-SW
           END-IF
           PERFORM DELETE-ONE-CONTACT-NOTE
               UNTIL NOTE-SCAN-DONE

           CLOSE Contact-Note

           MOVE 'FANOTE    ' TO RL-STORE
           MOVE 'DELETED       ' TO RL-ACTION
           MOVE RC-FANOTE-DELETED TO RL-COUNT
           MOVE SPACES TO RL-TEXT
           STRING 'CONTACT NOTES FOR NUMB=' PG-FILEA-NUMB
                  DELIMITED BY SIZE INTO RL-TEXT
           PERFORM WRITE-RESULT-LINE
           .
       PURGE-CONTACT-NOTES-EXIT.
           EXIT.

       DELETE-ONE-CONTACT-NOTE SECTION.
           READ Contact-Note NEXT RECORD
           IF NOT FANOTE-NORMAL
              MOVE 'Y' TO WS-NOTE-DONE-SW
           ELSE
              IF FANOTE-NUMB IS EQUAL TO PG-FILEA-NUMB
                 DELETE Contact-Note
                 IF FANOTE-NORMAL
                    ADD 1 TO RC-FANOTE-DELETED
                 ELSE
                    DISPLAY "ERROR: FANOTE delete failed, status="
                            FANOTE-STATUS
                    MOVE 16 TO RETURN-CODE
                    MOVE 'Y' TO WS-NOTE-DONE-SW
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-NOTE-DONE-SW
              END-IF
           END-IF
           .
       DELETE-ONE-CONTACT-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PURGE-COMPLAINTS - blocks the party out of every COMPLNT       *
      * complaint held under their FileA NUMB, including those         *
      * re-pointed to it by a FILEAMRG merge. The NUMB, the link to    *
      * the loan, order or trade and the free text go; the category,   *
      * dates, root cause, outcome and redress stay, so complaint      *
      * handling still reconciles for the regulator. The register is   *
      * keyed by complaint number, so it is read end to end.           *
      *----------------------------------------------------------------*
       PURGE-COMPLAINTS SECTION.
           IF PG-FILEA-NUMB IS EQUAL TO SPACES
              MOVE 'COMPLNT   ' TO RL-STORE
              MOVE 'NOT REQUESTED ' TO RL-ACTION
              MOVE 0 TO RL-COUNT
              MOVE SPACES TO RL-TEXT
              PERFORM WRITE-RESULT-LINE
              GO TO PURGE-COMPLAINTS-EXIT
           END-IF

           OPEN I-O Complaint-File
           IF NOT CMPFILE-NORMAL
              DISPLAY "ERROR: unable to open COMPLNT, status="
                      CMPFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO PURGE-COMPLAINTS-EXIT
           END-IF

           MOVE 'N' TO WS-COMPLAINT-EOF-SW
           PERFORM SCRUB-ONE-COMPLAINT
               UNTIL COMPLAINT-EOF

           CLOSE Complaint-File

           MOVE 'COMPLNT   ' TO RL-STORE
           MOVE 'ANONYMIZED    ' TO RL-ACTION
           MOVE RC-COMPLNT-ANONYMIZED TO RL-COUNT
           MOVE 'NUMB, LINK AND TEXT BLOCKED, CASE KEPT' TO RL-TEXT
           PERFORM WRITE-RESULT-LINE
           .
       PURGE-COMPLAINTS-EXIT.
           EXIT.

      * Complaint number zero is the number-range control record.
       SCRUB-ONE-COMPLAINT SECTION.
           READ Complaint-File NEXT RECORD
           IF NOT CMPFILE-NORMAL
              MOVE 'Y' TO WS-COMPLAINT-EOF-SW
              GO TO SCRUB-ONE-COMPLAINT-EXIT
           END-IF
           IF COMPLNT-NUMBER IS EQUAL TO 0
              OR COMPLNT-NUMB IS NOT EQUAL TO PG-FILEA-NUMB
              GO TO SCRUB-ONE-COMPLAINT-EXIT
           END-IF

           MOVE WS-ERASED-TEXT(1:6) TO COMPLNT-NUMB
           MOVE SPACE TO COMPLNT-LINK-TYPE
           MOVE SPACES TO COMPLNT-LINK-REF
           MOVE WS-ERASED-TEXT TO COMPLNT-SUMMARY
           MOVE WS-ERASED-TEXT TO COMPLNT-LAST-NOTE
           MOVE SPACES TO COMPLNT-MERGED-FROM
           REWRITE COMPLNT-RECORD
           IF CMPFILE-NORMAL
              ADD 1 TO RC-COMPLNT-ANONYMIZED
           ELSE
              DISPLAY "ERROR: COMPLNT rewrite failed, status="
                      CMPFILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-COMPLAINT-EOF-SW
           END-IF
           .
       SCRUB-ONE-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PURGE-AUDITA-IMAGES - copies the audit trail to AUDITNEW with  *
      * the party's name, address and phone blocked out of every       *
           DISPLAY "======================================"
           DISPLAY " PURGEID End-of-job reconciliation"
           DISPLAY "   FILEA records deleted   : " RC-FILEA-DELETED
           DISPLAY "   FANOTE notes deleted    : " RC-FANOTE-DELETED
           DISPLAY "   COMPLNT cases scrubbed  : "
                   RC-COMPLNT-ANONYMIZED
           DISPLAY "   AUDITA images scrubbed  : "
                   RC-AUDITA-ANONYMIZED
           DISPLAY "   AUDITA records kept     : " RC-AUDITA-KEPT

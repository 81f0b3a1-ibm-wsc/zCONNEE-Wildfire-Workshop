       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = MASKXTR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKXTR.
      * Masked test-data extract. Copies FILEA, AUDITA, LOANHIST,
      * LOANOFFR, LOANACCT, CUSTXREF, EMPDIR, TRDLEDGR, CASHACCT,
      * CASHMOVE and LEGLHOLD to test copies with every name, address,
      * phone number and userid replaced by a substitute. Amounts,
      * dates, rates, codes and the FileA customer number are kept, so
      * test results look like production.
      *
      * The substitute is worked out from the real value and the
      * masking key alone, a word at a time: each letter stays a
      * letter of the same case, each digit a digit, and everything
      * else (spaces, punctuation) stays put. The same real name,
      * userid or phone therefore comes out the same in every file,
      * whatever file or field it sits in, so CUSTXREF, LEGLHOLD and
      * the trader userids still join up, and a name written surname
      * first still matches the same name written forename first.
      * Within a word the substitution runs on from the letters before
      * it, so two different words never share a substitute and keys
      * built from masked values stay unique. Without the key the
      * substitutes cannot be turned back into the real values; the
      * key lives in the run's PARM and changes from one refresh to
      * the next.
      *
      * Stores keyed on a masked value (LOANHIST by UID, EMPDIR by
      * name, TRDLEDGR, CASHACCT by trader userid) are re-sorted into
      * key order so the copies load straight into test clusters.
      * AUDITA is re-sequenced and re-chained after masking (the
      * PURGEID arithmetic) so AUDCHK still certifies the test trail.
      *
      * The run report MASKXRPT proves each copy record for record
      * against its source; a mismatch or duplicate key ends rc 8, a
      * store that cannot be read rc 4 (LEGLHOLD may be absent).
      *     PARM='masking key' (8 to 16 characters, required)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT Audit-Input ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDITA-STATUS.

           SELECT Loan-History ASSIGN TO LOANHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANHIST-KEY OF LOANHIST-RECORD
              FILE STATUS IS LOANHIST-STATUS.

           SELECT Loan-Offers ASSIGN TO LOANOFFR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANOFFR-KEY OF LOANOFFR-RECORD
              FILE STATUS IS LOANOFFR-FILE-STATUS.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-FILE-STATUS.

           SELECT Cust-Xref ASSIGN TO CUSTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
              FILE STATUS IS CUSTXREF-STATUS.

           SELECT Empdir-VSAM ASSIGN TO EMPDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMPDIR-KEY OF EMPDIR-RECORD
              FILE STATUS IS EMPDIR-STATUS.

           SELECT Ledger-Input ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-STATUS.

           SELECT Cash-Accounts ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-STATUS.

           SELECT Legal-Holds ASSIGN TO LEGLHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEGLHOLD-KEY OF LEGLHOLD-RECORD
              FILE STATUS IS HOLDS-STATUS.

           SELECT Test-Filea ASSIGN TO TFILEA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Audita ASSIGN TO TAUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Loanhist ASSIGN TO TLOANHST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Loanoffr ASSIGN TO TLOANOFR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Loanacct ASSIGN TO TLOANACT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Custxref ASSIGN TO TCUSTXRF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Empdir ASSIGN TO TEMPDIR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Ledger ASSIGN TO TTRDLEDG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Cashacct ASSIGN TO TCASHACT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Cashmove ASSIGN TO TCASHMOV
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Test-Leglhold ASSIGN TO TLEGLHLD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TEST-STATUS.

           SELECT Sort-Work ASSIGN TO SORTWK01.

           SELECT Report-Output ASSIGN TO MASKXRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Filea-VSAM.
       01  FileA-record.
               05  stat         PIC X.
               05  numb         PIC X(6).
               05  name         PIC X(20).
               05  addrx        PIC X(20).
               05  phone        PIC X(8).
               05  datex        PIC X(8).
               05  amount       PIC X(8).
               05  comment      PIC X(9).
               05  LAST-UPD-DATE   PIC X(8).
               05  LAST-UPD-TIME   PIC X(8).
               05  LAST-UPD-USERID PIC X(8).
               05  AMOUNT-NUMERIC  PIC S9(7)V99 COMP-3.

       FD  Audit-Input.
       COPY AUDITA SUPPRESS.

       FD  Loan-History.
       COPY LOANHIST SUPPRESS.

       FD  Loan-Offers.
       COPY LOANOFFR SUPPRESS.

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Cust-Xref.
       COPY CUSTXREF SUPPRESS.

       FD  Empdir-VSAM.
       COPY EMPDIR SUPPRESS.

       FD  Ledger-Input.
       COPY TRDLEDGR SUPPRESS.

       FD  Cash-Accounts.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.

       FD  Test-Filea.
       01  TFILEA-RECORD              PIC X(109).

       FD  Test-Audita.
       01  TAUDITA-RECORD             PIC X(256).

       FD  Test-Loanhist.
       01  TLOANHST-RECORD            PIC X(164).

       FD  Test-Loanoffr.
       01  TLOANOFR-RECORD            PIC X(108).

       FD  Test-Loanacct.
       01  TLOANACT-RECORD            PIC X(111).

       FD  Test-Custxref.
       01  TCUSTXRF-RECORD            PIC X(98).

       FD  Test-Empdir.
       01  TEMPDIR-RECORD             PIC X(93).

       FD  Test-Ledger.
       01  TTRDLEDG-RECORD            PIC X(151).

       FD  Test-Cashacct.
       01  TCASHACT-RECORD            PIC X(67).

       FD  Test-Cashmove.
       01  TCASHMOV-RECORD            PIC X(114).

       FD  Test-Leglhold.
       01  TLEGLHLD-RECORD            PIC X(135).

      * One work record for every re-sorted store: each store's key
      * leads its record, so sorting on the leading 74 bytes puts any
      * of them in key order (keys are unique, so the data bytes that
      * follow a shorter key never decide the order).
       SD  Sort-Work.
       01  SORT-RECORD.
           05  SORT-KEY               PIC X(74).
           05  SORT-DATA              PIC X(90).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
       01 AUDITA-STATUS               PIC X(2).
           88 AUDITA-NORMAL           VALUE '00'.
       01 LOANHIST-STATUS             PIC X(2).
           88 LOANHIST-NORMAL         VALUE '00'.
       01 LOANOFFR-FILE-STATUS        PIC X(2).
           88 LOANOFFR-NORMAL         VALUE '00'.
       01 LOANACCT-FILE-STATUS        PIC X(2).
           88 LOANACCT-NORMAL         VALUE '00'.
       01 CUSTXREF-STATUS             PIC X(2).
           88 CUSTXREF-NORMAL         VALUE '00'.
       01 EMPDIR-STATUS               PIC X(2).
           88 EMPDIR-NORMAL           VALUE '00'.
       01 TRDLEDGR-STATUS             PIC X(2).
           88 TRDLEDGR-NORMAL         VALUE '00'.
       01 CASHACCT-STATUS             PIC X(2).
           88 CASHACCT-NORMAL         VALUE '00'.
       01 CASHMOVE-STATUS             PIC X(2).
           88 CASHMOVE-NORMAL         VALUE '00'.
       01 HOLDS-STATUS                PIC X(2).
           88 HOLDS-NORMAL            VALUE '00'.
           88 HOLDS-NO-FILE           VALUE '35'.
       01 TEST-STATUS                 PIC X(2).
           88 TEST-NORMAL             VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.

       01 WS-STORE-EOF-SW             PIC X(01) VALUE 'N'.
           88 STORE-EOF               VALUE 'Y'.
       01 WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88 SORT-EOF                VALUE 'Y'.

      * The store being copied, for its line on the run report.
       01 WS-STORE-FIELDS.
           05 WS-STORE-NAME           PIC X(08).
           05 WS-STORE-SW             PIC X(01).
               88 STORE-READABLE      VALUE 'Y'.
               88 STORE-UNAVAILABLE   VALUE 'U'.
               88 STORE-ABSENT        VALUE 'A'.
           05 WS-STORE-READ           PIC 9(08) COMP.
           05 WS-STORE-WRITTEN        PIC 9(08) COMP.
           05 WS-STORE-DUPLICATES     PIC 9(08) COMP.
           05 WS-STORE-SORTED-SW      PIC X(01).
               88 STORE-RESORTED      VALUE 'Y'.
       01 WS-KEY-LENGTH               PIC 9(04) COMP VALUE 0.
       01 WS-LAST-SORT-KEY            PIC X(74).

      * The masking key and the per-character substitution state.
      * KEY-VALUE is each key character's place in KEY-ALPHABET (36
      * for anything else); KEY-SEED folds the whole key together and
      * starts every word.
       01 WS-UPPER-LETTERS            PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-LETTERS            PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
       01 WS-DIGITS                   PIC X(10) VALUE '0123456789'.
       01 WS-KEY-ALPHABET             PIC X(36) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-MASK-KEY                 PIC X(16) VALUE SPACES.
       01 WS-MASK-KEY-LENGTH          PIC 9(04) COMP VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-VALUE            PIC 9(04) COMP OCCURS 16 TIMES.
       01 WS-KEY-SEED                 PIC 9(04) COMP VALUE 0.
       01 WS-KEY-SUB                  PIC 9(04) COMP VALUE 0.

       01 WS-MASK-TEXT                PIC X(60).
       01 WS-MASK-LENGTH              PIC 9(04) COMP VALUE 0.
       01 WS-MASK-IX                  PIC 9(04) COMP VALUE 0.
       01 WS-MASK-CHAR                PIC X(01).
       01 WS-MASK-CLASS-SW            PIC X(01).
           88 MASK-UPPER              VALUE 'U'.
           88 MASK-LOWER              VALUE 'L'.
           88 MASK-DIGIT              VALUE 'D'.
       01 WS-UPPER-POS                PIC 9(04) COMP VALUE 0.
       01 WS-LOWER-POS                PIC 9(04) COMP VALUE 0.
       01 WS-DIGIT-POS                PIC 9(04) COMP VALUE 0.
       01 WS-CHAR-INDEX               PIC 9(04) COMP VALUE 0.
       01 WS-CHAR-RANGE               PIC 9(04) COMP VALUE 0.
       01 WS-NEW-INDEX                PIC 9(04) COMP VALUE 0.
       01 WS-WORD-POS                 PIC 9(04) COMP VALUE 0.
       01 WS-WORD-STATE               PIC 9(09) COMP VALUE 0.

      * Audit-chain state for the masked trail, as in PURGEID: each
      * chained record is re-sequenced and re-checked over its masked
      * content bytes; a legacy record restarts the chain.
       01 WS-CHAIN-LAST-SEQ           PIC 9(08) VALUE 0.
       01 WS-CHAIN-LAST-CHECK         PIC 9(09) VALUE 0.
       01 WS-CHAIN-SUM                PIC 9(18) COMP-3 VALUE 0.
       01 WS-CHAIN-IX                 PIC 9(04) COMP VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-STORES-COPIED        PIC 9(04) COMP VALUE 0.
           05 RC-STORES-UNAVAILABLE   PIC 9(04) COMP VALUE 0.
           05 RC-STORES-MISMATCHED    PIC 9(04) COMP VALUE 0.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-RECORDS-WRITTEN      PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(30) VALUE
              'MASKED TEST-DATA EXTRACT -    '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-RUN-TIME         PIC X(06).

       01 WS-HEADING-LINE         PIC X(70) VALUE
              'STORE        RECORDS READ  RECORDS WRITTEN  RESULT'.

       01 WS-RESULT-LINE.
           05 RL-STORE            PIC X(08).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 RL-READ             PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 RL-WRITTEN          PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-RESULT           PIC X(50).

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-KEY                 PIC X(16).
      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
           IF PARM-LENGTH IS LESS THAN 8
              OR PARM-LENGTH IS GREATER THAN 16
              DISPLAY "ERROR: PARM must give a masking key of 8 to "
                      "16 characters"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-MASKING-KEY

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open MASKXRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM COPY-FILEA
           PERFORM COPY-AUDIT-TRAIL
           PERFORM COPY-LOAN-OFFERS
           PERFORM COPY-LOAN-ACCOUNTS
           PERFORM COPY-CUSTOMER-XREF
           PERFORM COPY-CASH-MOVEMENTS
           PERFORM COPY-LEGAL-HOLDS

           PERFORM START-SORTED-STORE
           MOVE 'LOANHIST' TO WS-STORE-NAME
           MOVE 24 TO WS-KEY-LENGTH
           SORT Sort-Work
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS MASK-LOAN-HISTORY
               OUTPUT PROCEDURE IS WRITE-LOAN-HISTORY
           PERFORM WRITE-STORE-RESULT

           PERFORM START-SORTED-STORE
           MOVE 'EMPDIR' TO WS-STORE-NAME
           MOVE 20 TO WS-KEY-LENGTH
           SORT Sort-Work
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS MASK-EMPLOYEE-DIRECTORY
               OUTPUT PROCEDURE IS WRITE-EMPLOYEE-DIRECTORY
           PERFORM WRITE-STORE-RESULT

           PERFORM START-SORTED-STORE
           MOVE 'TRDLEDGR' TO WS-STORE-NAME
           MOVE 74 TO WS-KEY-LENGTH
           SORT Sort-Work
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS MASK-TRADE-LEDGER
               OUTPUT PROCEDURE IS WRITE-TRADE-LEDGER
           PERFORM WRITE-STORE-RESULT

           PERFORM START-SORTED-STORE
           MOVE 'CASHACCT' TO WS-STORE-NAME
           MOVE 60 TO WS-KEY-LENGTH
           SORT Sort-Work
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS MASK-CASH-ACCOUNTS
               OUTPUT PROCEDURE IS WRITE-CASH-ACCOUNTS
           PERFORM WRITE-STORE-RESULT

           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " MASKXTR End-of-job reconciliation"
           DISPLAY "   Stores copied        : " RC-STORES-COPIED
           DISPLAY "   Stores unavailable   : " RC-STORES-UNAVAILABLE
           DISPLAY "   Stores not proved    : " RC-STORES-MISMATCHED
           DISPLAY "   Records read         : " RC-RECORDS-READ
           DISPLAY "   Records written      : " RC-RECORDS-WRITTEN
           DISPLAY "======================================".

           IF RC-STORES-MISMATCHED IS GREATER THAN 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF RC-STORES-UNAVAILABLE IS GREATER THAN 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * SET-MASKING-KEY - each key character's value, and the seed     *
      * every word starts from.                                        *
      *----------------------------------------------------------------*
       SET-MASKING-KEY SECTION.
           MOVE PARM-KEY(1:PARM-LENGTH) TO WS-MASK-KEY
           MOVE PARM-LENGTH TO WS-MASK-KEY-LENGTH
           MOVE 0 TO WS-KEY-SEED
           PERFORM SET-ONE-KEY-VALUE
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB IS GREATER THAN WS-MASK-KEY-LENGTH
           .
       SET-MASKING-KEY-EXIT.
           EXIT.

       SET-ONE-KEY-VALUE SECTION.
           MOVE 0 TO WS-KEY-VALUE(WS-KEY-SUB)
           INSPECT WS-KEY-ALPHABET TALLYING WS-KEY-VALUE(WS-KEY-SUB)
               FOR CHARACTERS BEFORE INITIAL WS-MASK-KEY(WS-KEY-SUB:1)
           COMPUTE WS-KEY-SEED = FUNCTION MOD(WS-KEY-SEED * 37
               + WS-KEY-VALUE(WS-KEY-SUB) + WS-KEY-SUB, 9973)
           .
       SET-ONE-KEY-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-TEXT - substitutes WS-MASK-TEXT(1:WS-MASK-LENGTH) in      *
      * place. Every letter or digit moves within its own range by an  *
      * amount set by the key, its place in the word and the real      *
      * characters before it in the word; anything else ends the word *
      * and is left as it is, so blank fields stay blank.              *
      *----------------------------------------------------------------*
       MASK-TEXT SECTION.
           MOVE 0 TO WS-WORD-POS
           MOVE WS-KEY-SEED TO WS-WORD-STATE
           PERFORM MASK-ONE-CHARACTER
               VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX IS GREATER THAN WS-MASK-LENGTH
           .
       MASK-TEXT-EXIT.
           EXIT.

       MASK-ONE-CHARACTER SECTION.
           MOVE WS-MASK-TEXT(WS-MASK-IX:1) TO WS-MASK-CHAR
           MOVE 0 TO WS-UPPER-POS
           MOVE 0 TO WS-LOWER-POS
           MOVE 0 TO WS-DIGIT-POS
           INSPECT WS-UPPER-LETTERS TALLYING WS-UPPER-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           INSPECT WS-LOWER-LETTERS TALLYING WS-LOWER-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           INSPECT WS-DIGITS TALLYING WS-DIGIT-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           EVALUATE TRUE
              WHEN WS-UPPER-POS IS LESS THAN 26
                 MOVE 'U' TO WS-MASK-CLASS-SW
                 MOVE WS-UPPER-POS TO WS-CHAR-INDEX
                 MOVE 26 TO WS-CHAR-RANGE
              WHEN WS-LOWER-POS IS LESS THAN 26
                 MOVE 'L' TO WS-MASK-CLASS-SW
                 MOVE WS-LOWER-POS TO WS-CHAR-INDEX
                 MOVE 26 TO WS-CHAR-RANGE
              WHEN WS-DIGIT-POS IS LESS THAN 10
                 MOVE 'D' TO WS-MASK-CLASS-SW
                 MOVE WS-DIGIT-POS TO WS-CHAR-INDEX
                 MOVE 10 TO WS-CHAR-RANGE
              WHEN OTHER
                 MOVE 0 TO WS-WORD-POS
                 MOVE WS-KEY-SEED TO WS-WORD-STATE
                 GO TO MASK-ONE-CHARACTER-EXIT
           END-EVALUATE

           ADD 1 TO WS-WORD-POS
           COMPUTE WS-KEY-SUB =
               FUNCTION MOD(WS-WORD-POS - 1, WS-MASK-KEY-LENGTH) + 1
           COMPUTE WS-NEW-INDEX = FUNCTION MOD(WS-CHAR-INDEX
               + WS-KEY-VALUE(WS-KEY-SUB) + WS-WORD-STATE
               + WS-WORD-POS * 7, WS-CHAR-RANGE)
           COMPUTE WS-WORD-STATE = FUNCTION MOD(WS-WORD-STATE * 31
               + WS-CHAR-INDEX + 1, 9973)

           EVALUATE TRUE
              WHEN MASK-UPPER
                 MOVE WS-UPPER-LETTERS(WS-NEW-INDEX + 1:1)
                     TO WS-MASK-TEXT(WS-MASK-IX:1)
              WHEN MASK-LOWER
                 MOVE WS-LOWER-LETTERS(WS-NEW-INDEX + 1:1)
                     TO WS-MASK-TEXT(WS-MASK-IX:1)
              WHEN OTHER
                 MOVE WS-DIGITS(WS-NEW-INDEX + 1:1)
                     TO WS-MASK-TEXT(WS-MASK-IX:1)
           END-EVALUATE
           .
       MASK-ONE-CHARACTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-FILEA-FIELDS - the FileA record area, holding a customer  *
      * record or an audit image of one (same layout): name, address,  *
      * phone and last-update userid.                                  *
      *----------------------------------------------------------------*
       MASK-FILEA-FIELDS SECTION.
           MOVE name OF FileA-record TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO name OF FileA-record
           MOVE addrx OF FileA-record TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO addrx OF FileA-record
           MOVE phone OF FileA-record TO WS-MASK-TEXT
           MOVE 8 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO phone OF FileA-record
           MOVE LAST-UPD-USERID OF FileA-record TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO LAST-UPD-USERID OF FileA-record
           .
       MASK-FILEA-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-FILEA - the customer file, in NUMB order as it stands.    *
      *----------------------------------------------------------------*
       COPY-FILEA SECTION.
           PERFORM START-STORE
           MOVE 'FILEA' TO WS-STORE-NAME
           OPEN INPUT Filea-VSAM
           IF NOT NORMAL
              DISPLAY "WARNING: FILEA unavailable, status="
                      STATUS-CODE
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-FILEA-REPORT
           END-IF
           OPEN OUTPUT Test-Filea
           PERFORM COPY-ONE-FILEA-RECORD
               UNTIL STORE-EOF
           CLOSE Test-Filea
           CLOSE Filea-VSAM
           .
       COPY-FILEA-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-FILEA-EXIT.
           EXIT.

       COPY-ONE-FILEA-RECORD SECTION.
           READ Filea-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-FILEA-RECORD-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           PERFORM MASK-FILEA-FIELDS
           MOVE FileA-record TO TFILEA-RECORD
           WRITE TFILEA-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-FILEA-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-AUDIT-TRAIL - AUDITA with both images masked as FILEA is, *
      * the approval userids masked, and the chain rebuilt.            *
      *----------------------------------------------------------------*
       COPY-AUDIT-TRAIL SECTION.
           PERFORM START-STORE
           MOVE 'AUDITA' TO WS-STORE-NAME
           OPEN INPUT Audit-Input
           IF NOT AUDITA-NORMAL
              DISPLAY "WARNING: AUDITA unavailable, status="
                      AUDITA-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-AUDIT-TRAIL-REPORT
           END-IF
           OPEN OUTPUT Test-Audita
           MOVE 0 TO WS-CHAIN-LAST-SEQ
           MOVE 0 TO WS-CHAIN-LAST-CHECK
           PERFORM COPY-ONE-AUDIT-RECORD
               UNTIL STORE-EOF
           CLOSE Test-Audita
           CLOSE Audit-Input
           .
       COPY-AUDIT-TRAIL-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-AUDIT-TRAIL-EXIT.
           EXIT.

      * The images are whole FileA-record copies (name at offset 8,
      * address 28, phone 48, last-update userid 97), laid over the
      * FileA record area so they are masked by the same code.
       COPY-ONE-AUDIT-RECORD SECTION.
           READ Audit-Input
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           IF AUDIT-BEFORE-IMAGE IS NOT EQUAL TO SPACES
              MOVE SPACES TO FileA-record
              MOVE AUDIT-BEFORE-IMAGE TO FileA-record
              PERFORM MASK-FILEA-FIELDS
              MOVE FileA-record(1:104) TO AUDIT-BEFORE-IMAGE
           END-IF
           IF AUDIT-AFTER-IMAGE IS NOT EQUAL TO SPACES
              MOVE SPACES TO FileA-record
              MOVE AUDIT-AFTER-IMAGE TO FileA-record
              PERFORM MASK-FILEA-FIELDS
              MOVE FileA-record(1:104) TO AUDIT-AFTER-IMAGE
           END-IF
           MOVE AUDIT-PROPOSED-BY TO WS-MASK-TEXT
           MOVE 8 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO AUDIT-PROPOSED-BY
           MOVE AUDIT-CONFIRMED-BY TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO AUDIT-CONFIRMED-BY
           PERFORM RECHAIN-AUDIT-RECORD
           MOVE AUDIT-RECORD TO TAUDITA-RECORD
           WRITE TAUDITA-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RECHAIN-AUDIT-RECORD - re-sequences and re-checks one chained  *
      * record over its masked content bytes, the same arithmetic the  *
      * writers apply.                                                 *
      *----------------------------------------------------------------*
       RECHAIN-AUDIT-RECORD SECTION.
           IF AUDIT-SEQUENCE IS NOT NUMERIC
              MOVE 0 TO WS-CHAIN-LAST-SEQ
              MOVE 0 TO WS-CHAIN-LAST-CHECK
              GO TO RECHAIN-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO WS-CHAIN-LAST-SEQ
           MOVE WS-CHAIN-LAST-SEQ TO AUDIT-SEQUENCE
           MOVE WS-CHAIN-LAST-CHECK TO WS-CHAIN-SUM
           PERFORM ADD-ONE-CHAIN-BYTE
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX IS GREATER THAN 223
           COMPUTE AUDIT-CHAIN-CHECK =
               FUNCTION REM(WS-CHAIN-SUM + WS-CHAIN-LAST-SEQ,
                            1000000000)
           MOVE AUDIT-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
           .
       RECHAIN-AUDIT-RECORD-EXIT.
           EXIT.

       ADD-ONE-CHAIN-BYTE SECTION.
           COMPUTE WS-CHAIN-SUM = WS-CHAIN-SUM
               + FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-IX:1))
               * WS-CHAIN-IX
           .
       ADD-ONE-CHAIN-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-LOAN-OFFERS / COPY-LOAN-ACCOUNTS - the applicant's name;  *
      * both stay keyed on the offer number.                           *
      *----------------------------------------------------------------*
       COPY-LOAN-OFFERS SECTION.
           PERFORM START-STORE
           MOVE 'LOANOFFR' TO WS-STORE-NAME
           OPEN INPUT Loan-Offers
           IF NOT LOANOFFR-NORMAL
              DISPLAY "WARNING: LOANOFFR unavailable, status="
                      LOANOFFR-FILE-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-LOAN-OFFERS-REPORT
           END-IF
           OPEN OUTPUT Test-Loanoffr
           PERFORM COPY-ONE-LOAN-OFFER
               UNTIL STORE-EOF
           CLOSE Test-Loanoffr
           CLOSE Loan-Offers
           .
       COPY-LOAN-OFFERS-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-LOAN-OFFERS-EXIT.
           EXIT.

       COPY-ONE-LOAN-OFFER SECTION.
           READ Loan-Offers NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-LOAN-OFFER-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE LOANOFFR-NAME TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO LOANOFFR-NAME
           MOVE LOANOFFR-RECORD TO TLOANOFR-RECORD
           WRITE TLOANOFR-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-LOAN-OFFER-EXIT.
           EXIT.

       COPY-LOAN-ACCOUNTS SECTION.
           PERFORM START-STORE
           MOVE 'LOANACCT' TO WS-STORE-NAME
           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-NORMAL
              DISPLAY "WARNING: LOANACCT unavailable, status="
                      LOANACCT-FILE-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-LOAN-ACCOUNTS-REPORT
           END-IF
           OPEN OUTPUT Test-Loanacct
           PERFORM COPY-ONE-LOAN-ACCOUNT
               UNTIL STORE-EOF
           CLOSE Test-Loanacct
           CLOSE Loan-Accounts
           .
       COPY-LOAN-ACCOUNTS-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-LOAN-ACCOUNTS-EXIT.
           EXIT.

       COPY-ONE-LOAN-ACCOUNT SECTION.
           READ Loan-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-LOAN-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE LOANACCT-NAME TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO LOANACCT-NAME
           MOVE LOANACCT-RECORD TO TLOANACT-RECORD
           WRITE TLOANACT-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-LOAN-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-CUSTOMER-XREF - every identity the NUMB is linked to, and *
      * the userid that last maintained the link.                      *
      *----------------------------------------------------------------*
       COPY-CUSTOMER-XREF SECTION.
           PERFORM START-STORE
           MOVE 'CUSTXREF' TO WS-STORE-NAME
           OPEN INPUT Cust-Xref
           IF NOT CUSTXREF-NORMAL
              DISPLAY "WARNING: CUSTXREF unavailable, status="
                      CUSTXREF-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-CUSTOMER-XREF-REPORT
           END-IF
           OPEN OUTPUT Test-Custxref
           PERFORM COPY-ONE-XREF-RECORD
               UNTIL STORE-EOF
           CLOSE Test-Custxref
           CLOSE Cust-Xref
           .
       COPY-CUSTOMER-XREF-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-CUSTOMER-XREF-EXIT.
           EXIT.

       COPY-ONE-XREF-RECORD SECTION.
           READ Cust-Xref NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-XREF-RECORD-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE CUSTXREF-LOAN-UID TO WS-MASK-TEXT
           MOVE 8 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO CUSTXREF-LOAN-UID
           MOVE CUSTXREF-ORDER-USERID TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO CUSTXREF-ORDER-USERID
           MOVE CUSTXREF-UPD-USERID TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO CUSTXREF-UPD-USERID
           MOVE CUSTXREF-TRADER-USERID TO WS-MASK-TEXT
           MOVE 60 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT TO CUSTXREF-TRADER-USERID
           MOVE CUSTXREF-RECORD TO TCUSTXRF-RECORD
           WRITE TCUSTXRF-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-XREF-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-CASH-MOVEMENTS - the trader userid on each movement; the  *
      * file is sequential, so its order stands.                       *
      *----------------------------------------------------------------*
       COPY-CASH-MOVEMENTS SECTION.
           PERFORM START-STORE
           MOVE 'CASHMOVE' TO WS-STORE-NAME
           OPEN INPUT Cash-Movements
           IF NOT CASHMOVE-NORMAL
              DISPLAY "WARNING: CASHMOVE unavailable, status="
                      CASHMOVE-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO COPY-CASH-MOVEMENTS-REPORT
           END-IF
           OPEN OUTPUT Test-Cashmove
           PERFORM COPY-ONE-CASH-MOVEMENT
               UNTIL STORE-EOF
           CLOSE Test-Cashmove
           CLOSE Cash-Movements
           .
       COPY-CASH-MOVEMENTS-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-CASH-MOVEMENTS-EXIT.
           EXIT.

       COPY-ONE-CASH-MOVEMENT SECTION.
           READ Cash-Movements
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-CASH-MOVEMENT-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE CASHMOVE-USERID TO WS-MASK-TEXT
           MOVE 60 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT TO CASHMOVE-USERID
           MOVE CASHMOVE-RECORD TO TCASHMOV-RECORD
           WRITE TCASHMOV-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-CASH-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COPY-LEGAL-HOLDS - each identity field masked the way its own  *
      * store is, so a test hold still covers the test party; the      *
      * userids that placed and released it too. No LEGLHOLD file      *
      * means no holds and an empty copy.                              *
      *----------------------------------------------------------------*
       COPY-LEGAL-HOLDS SECTION.
           PERFORM START-STORE
           MOVE 'LEGLHOLD' TO WS-STORE-NAME
           OPEN OUTPUT Test-Leglhold
           OPEN INPUT Legal-Holds
           IF HOLDS-NO-FILE
              MOVE 'A' TO WS-STORE-SW
              CLOSE Test-Leglhold
              GO TO COPY-LEGAL-HOLDS-REPORT
           END-IF
           IF NOT HOLDS-NORMAL
              DISPLAY "WARNING: LEGLHOLD unavailable, status="
                      HOLDS-STATUS
              MOVE 'U' TO WS-STORE-SW
              CLOSE Test-Leglhold
              GO TO COPY-LEGAL-HOLDS-REPORT
           END-IF
           PERFORM COPY-ONE-LEGAL-HOLD
               UNTIL STORE-EOF
           CLOSE Test-Leglhold
           CLOSE Legal-Holds
           .
       COPY-LEGAL-HOLDS-REPORT.
           PERFORM WRITE-STORE-RESULT
           .
       COPY-LEGAL-HOLDS-EXIT.
           EXIT.

       COPY-ONE-LEGAL-HOLD SECTION.
           READ Legal-Holds NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO COPY-ONE-LEGAL-HOLD-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE 8 TO WS-MASK-LENGTH
           MOVE LEGLHOLD-LOAN-UID TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO LEGLHOLD-LOAN-UID
           MOVE LEGLHOLD-PLACED-BY TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO LEGLHOLD-PLACED-BY
           MOVE LEGLHOLD-RELEASED-BY TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO LEGLHOLD-RELEASED-BY
           MOVE 10 TO WS-MASK-LENGTH
           MOVE LEGLHOLD-LAST-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:10) TO LEGLHOLD-LAST-NAME
           MOVE LEGLHOLD-FIRST-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:10) TO LEGLHOLD-FIRST-NAME
           MOVE 60 TO WS-MASK-LENGTH
           MOVE LEGLHOLD-TRADER-USERID TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT TO LEGLHOLD-TRADER-USERID
           MOVE LEGLHOLD-RECORD TO TLEGLHLD-RECORD
           WRITE TLEGLHLD-RECORD
           PERFORM COUNT-TEST-WRITE
           .
       COPY-ONE-LEGAL-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-LOAN-HISTORY - SORT input procedure: the decision UID     *
      * (the key), applicant and co-applicant names.                   *
      *----------------------------------------------------------------*
       MASK-LOAN-HISTORY SECTION.
           OPEN INPUT Loan-History
           IF NOT LOANHIST-NORMAL
              DISPLAY "WARNING: LOANHIST unavailable, status="
                      LOANHIST-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO MASK-LOAN-HISTORY-EXIT
           END-IF
           PERFORM MASK-ONE-LOAN-DECISION
               UNTIL STORE-EOF
           CLOSE Loan-History
           .
       MASK-LOAN-HISTORY-EXIT.
           EXIT.

       MASK-ONE-LOAN-DECISION SECTION.
           READ Loan-History NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO MASK-ONE-LOAN-DECISION-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE LOANHIST-UID TO WS-MASK-TEXT
           MOVE 8 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:8) TO LOANHIST-UID
           MOVE 20 TO WS-MASK-LENGTH
           MOVE LOANHIST-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO LOANHIST-NAME
           MOVE LOANHIST-COAPP-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:20) TO LOANHIST-COAPP-NAME
           MOVE SPACES TO SORT-RECORD
           MOVE LOANHIST-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           .
       MASK-ONE-LOAN-DECISION-EXIT.
           EXIT.

       WRITE-LOAN-HISTORY SECTION.
           OPEN OUTPUT Test-Loanhist
           PERFORM WRITE-ONE-LOAN-DECISION
               UNTIL SORT-EOF
           CLOSE Test-Loanhist
           .
       WRITE-LOAN-HISTORY-EXIT.
           EXIT.

       WRITE-ONE-LOAN-DECISION SECTION.
           PERFORM RETURN-SORTED-RECORD
           IF NOT SORT-EOF
              MOVE SORT-RECORD TO TLOANHST-RECORD
              WRITE TLOANHST-RECORD
              PERFORM COUNT-TEST-WRITE
           END-IF
           .
       WRITE-ONE-LOAN-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-EMPLOYEE-DIRECTORY - SORT input procedure: last and first *
      * name (the key), extension and zip code.                        *
      *----------------------------------------------------------------*
       MASK-EMPLOYEE-DIRECTORY SECTION.
           OPEN INPUT Empdir-VSAM
           IF NOT EMPDIR-NORMAL
              DISPLAY "WARNING: EMPDIR unavailable, status="
                      EMPDIR-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO MASK-EMPLOYEE-DIRECTORY-EXIT
           END-IF
           PERFORM MASK-ONE-DIRECTORY-ENTRY
               UNTIL STORE-EOF
           CLOSE Empdir-VSAM
           .
       MASK-EMPLOYEE-DIRECTORY-EXIT.
           EXIT.

       MASK-ONE-DIRECTORY-ENTRY SECTION.
           READ Empdir-VSAM NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO MASK-ONE-DIRECTORY-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE 10 TO WS-MASK-LENGTH
           MOVE EMPDIR-LAST-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:10) TO EMPDIR-LAST-NAME
           MOVE EMPDIR-FIRST-NAME TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:10) TO EMPDIR-FIRST-NAME
           MOVE EMPDIR-EXTENSION TO WS-MASK-TEXT
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:10) TO EMPDIR-EXTENSION
           MOVE EMPDIR-ZIP-CODE TO WS-MASK-TEXT
           MOVE 7 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT(1:7) TO EMPDIR-ZIP-CODE
      * The manager is another entry's key, masked the same way so
      * the reporting lines still join up
           IF EMPDIR-MANAGER NOT = SPACES
              MOVE 10 TO WS-MASK-LENGTH
              MOVE EMPDIR-MGR-LAST-NAME TO WS-MASK-TEXT
              PERFORM MASK-TEXT
              MOVE WS-MASK-TEXT(1:10) TO EMPDIR-MGR-LAST-NAME
              MOVE EMPDIR-MGR-FIRST-NAME TO WS-MASK-TEXT
              PERFORM MASK-TEXT
              MOVE WS-MASK-TEXT(1:10) TO EMPDIR-MGR-FIRST-NAME
           END-IF
           MOVE SPACES TO SORT-RECORD
           MOVE EMPDIR-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           .
       MASK-ONE-DIRECTORY-ENTRY-EXIT.
           EXIT.

       WRITE-EMPLOYEE-DIRECTORY SECTION.
           OPEN OUTPUT Test-Empdir
           PERFORM WRITE-ONE-DIRECTORY-ENTRY
               UNTIL SORT-EOF
           CLOSE Test-Empdir
           .
       WRITE-EMPLOYEE-DIRECTORY-EXIT.
           EXIT.

       WRITE-ONE-DIRECTORY-ENTRY SECTION.
           PERFORM RETURN-SORTED-RECORD
           IF NOT SORT-EOF
              MOVE SORT-RECORD TO TEMPDIR-RECORD
              WRITE TEMPDIR-RECORD
              PERFORM COUNT-TEST-WRITE
           END-IF
           .
       WRITE-ONE-DIRECTORY-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-TRADE-LEDGER - SORT input procedure: the trader userid    *
      * leading the key.                                               *
      *----------------------------------------------------------------*
       MASK-TRADE-LEDGER SECTION.
           OPEN INPUT Ledger-Input
           IF NOT TRDLEDGR-NORMAL
              DISPLAY "WARNING: TRDLEDGR unavailable, status="
                      TRDLEDGR-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO MASK-TRADE-LEDGER-EXIT
           END-IF
           PERFORM MASK-ONE-LEDGER-ROW
               UNTIL STORE-EOF
           CLOSE Ledger-Input
           .
       MASK-TRADE-LEDGER-EXIT.
           EXIT.

       MASK-ONE-LEDGER-ROW SECTION.
           READ Ledger-Input NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO MASK-ONE-LEDGER-ROW-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE TRDLEDGR-USERID TO WS-MASK-TEXT
           MOVE 60 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT TO TRDLEDGR-USERID
           MOVE SPACES TO SORT-RECORD
           MOVE TRDLEDGR-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           .
       MASK-ONE-LEDGER-ROW-EXIT.
           EXIT.

       WRITE-TRADE-LEDGER SECTION.
           OPEN OUTPUT Test-Ledger
           PERFORM WRITE-ONE-LEDGER-ROW
               UNTIL SORT-EOF
           CLOSE Test-Ledger
           .
       WRITE-TRADE-LEDGER-EXIT.
           EXIT.

       WRITE-ONE-LEDGER-ROW SECTION.
           PERFORM RETURN-SORTED-RECORD
           IF NOT SORT-EOF
              MOVE SORT-RECORD TO TTRDLEDG-RECORD
              WRITE TTRDLEDG-RECORD
              PERFORM COUNT-TEST-WRITE
           END-IF
           .
       WRITE-ONE-LEDGER-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MASK-CASH-ACCOUNTS - SORT input procedure: the trader userid   *
      * key.                                                           *
      *----------------------------------------------------------------*
       MASK-CASH-ACCOUNTS SECTION.
           OPEN INPUT Cash-Accounts
           IF NOT CASHACCT-NORMAL
              DISPLAY "WARNING: CASHACCT unavailable, status="
                      CASHACCT-STATUS
              MOVE 'U' TO WS-STORE-SW
              GO TO MASK-CASH-ACCOUNTS-EXIT
           END-IF
           PERFORM MASK-ONE-CASH-ACCOUNT
               UNTIL STORE-EOF
           CLOSE Cash-Accounts
           .
       MASK-CASH-ACCOUNTS-EXIT.
           EXIT.

       MASK-ONE-CASH-ACCOUNT SECTION.
           READ Cash-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STORE-EOF-SW
           END-READ
           IF STORE-EOF
              GO TO MASK-ONE-CASH-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-STORE-READ
           MOVE CASHACCT-USERID TO WS-MASK-TEXT
           MOVE 60 TO WS-MASK-LENGTH
           PERFORM MASK-TEXT
           MOVE WS-MASK-TEXT TO CASHACCT-USERID
           MOVE SPACES TO SORT-RECORD
           MOVE CASHACCT-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           .
       MASK-ONE-CASH-ACCOUNT-EXIT.
           EXIT.

       WRITE-CASH-ACCOUNTS SECTION.
           OPEN OUTPUT Test-Cashacct
           PERFORM WRITE-ONE-CASH-ACCOUNT
               UNTIL SORT-EOF
           CLOSE Test-Cashacct
           .
       WRITE-CASH-ACCOUNTS-EXIT.
           EXIT.

       WRITE-ONE-CASH-ACCOUNT SECTION.
           PERFORM RETURN-SORTED-RECORD
           IF NOT SORT-EOF
              MOVE SORT-RECORD TO TCASHACT-RECORD
              WRITE TCASHACT-RECORD
              PERFORM COUNT-TEST-WRITE
           END-IF
           .
       WRITE-ONE-CASH-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RETURN-SORTED-RECORD - the next record of a re-sorted store,   *
      * counting any whose key repeats the one before it.              *
      *----------------------------------------------------------------*
       RETURN-SORTED-RECORD SECTION.
           RETURN Sort-Work
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF SORT-EOF
              GO TO RETURN-SORTED-RECORD-EXIT
           END-IF
           IF WS-STORE-WRITTEN IS GREATER THAN 0
              AND SORT-KEY(1:WS-KEY-LENGTH) IS EQUAL TO
                  WS-LAST-SORT-KEY(1:WS-KEY-LENGTH)
              ADD 1 TO WS-STORE-DUPLICATES
           END-IF
           MOVE SORT-KEY TO WS-LAST-SORT-KEY
           .
       RETURN-SORTED-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Store bookkeeping.                                             *
      *----------------------------------------------------------------*
       START-STORE SECTION.
           MOVE SPACES TO WS-STORE-NAME
           MOVE 'Y' TO WS-STORE-SW
           MOVE 'N' TO WS-STORE-SORTED-SW
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE 0 TO WS-STORE-READ
           MOVE 0 TO WS-STORE-WRITTEN
           MOVE 0 TO WS-STORE-DUPLICATES
           .
       START-STORE-EXIT.
           EXIT.

       START-SORTED-STORE SECTION.
           PERFORM START-STORE
           MOVE 'Y' TO WS-STORE-SORTED-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-LAST-SORT-KEY
           .
       START-SORTED-STORE-EXIT.
           EXIT.

       COUNT-TEST-WRITE SECTION.
           IF TEST-NORMAL
              ADD 1 TO WS-STORE-WRITTEN
           ELSE
              DISPLAY "ERROR: " WS-STORE-NAME
                      " test copy write failed, status=" TEST-STATUS
           END-IF
           .
       COUNT-TEST-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-STORE-RESULT - the store's proof line: records read      *
      * against records written, and for a re-sorted store that no    *
      * two masked keys collided.                                      *
      *----------------------------------------------------------------*
       WRITE-STORE-RESULT SECTION.
           MOVE SPACES TO WS-RESULT-LINE
           MOVE WS-STORE-NAME TO RL-STORE
           MOVE WS-STORE-READ TO RL-READ
           MOVE WS-STORE-WRITTEN TO RL-WRITTEN
           ADD WS-STORE-READ TO RC-RECORDS-READ
           ADD WS-STORE-WRITTEN TO RC-RECORDS-WRITTEN
           EVALUATE TRUE
              WHEN STORE-UNAVAILABLE
                 MOVE '** UNAVAILABLE - NO COPY MADE' TO RL-RESULT
                 ADD 1 TO RC-STORES-UNAVAILABLE
              WHEN STORE-ABSENT
                 MOVE 'NO FILE - EMPTY COPY' TO RL-RESULT
                 ADD 1 TO RC-STORES-COPIED
              WHEN WS-STORE-READ IS NOT EQUAL TO WS-STORE-WRITTEN
                 MOVE '** COUNTS DO NOT MATCH' TO RL-RESULT
                 ADD 1 TO RC-STORES-MISMATCHED
              WHEN WS-STORE-DUPLICATES IS GREATER THAN 0
                 MOVE '** DUPLICATE MASKED KEYS' TO RL-RESULT
                 ADD 1 TO RC-STORES-MISMATCHED
              WHEN STORE-RESORTED
                 MOVE 'MATCHED - RE-SORTED ON MASKED KEY' TO RL-RESULT
                 ADD 1 TO RC-STORES-COPIED
              WHEN OTHER
                 MOVE 'MATCHED' TO RL-RESULT
                 ADD 1 TO RC-STORES-COPIED
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-STORE-RESULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing.                                                *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RT-RUN-TIME.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:70).
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

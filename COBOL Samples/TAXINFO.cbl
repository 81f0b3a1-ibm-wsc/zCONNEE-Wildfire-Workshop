       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. TAXINFO.
      * Year-end interest and dividend information return, the income
      * partner of TAXSTMT's capital gains: totals each customer's
      * type 'I' INTACCR interest and type 'V' DIVPAY dividend credits
      * on CASHMOVE for the tax year, prints the customer's statement
      * (TAXISTMT) and builds the fixed-format submission file for
      * the tax authority (TAXSUBM - header, one detail per customer,
      * control trailer). The submission needs the customer's TAXCUST
      * tax id, legal name and birth date and a NOTPREF postal
      * address; a customer without them still gets a statement but
      * is left off the filing and listed on the TAXIRPT control
      * report. What was filed is kept on TAXFILED. An amended run
      * (PARM 'yyyyA') after the original filing writes an amended
      * submission carrying only the corrections: customers whose
      * amounts or tax id have changed, customers filed before who no
      * longer have income for the year (corrected to zero) and
      * customers first filed late now their details are on file.
      * PARM carries the tax year as yyyy, with an 'A' after it for
      * the amended run.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Sort-Work ASSIGN TO SORTWK01.

           SELECT Tax-Customers ASSIGN TO TAXCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TAXCUST-KEY OF TAXCUST-RECORD
              FILE STATUS IS TAXCUST-FILE-STATUS.

           SELECT Preference-File ASSIGN TO NOTPREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NOTPREF-KEY
              FILE STATUS IS NOTPREF-STATUS.

           SELECT Tax-Filed ASSIGN TO TAXFILED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAXFILED-KEY OF TAXFILED-RECORD
              FILE STATUS IS TAXFILED-FILE-STATUS.

           SELECT Submission-Output ASSIGN TO TAXSUBM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TAXSUBM-STATUS.

           SELECT Statement-Output ASSIGN TO TAXISTMT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATEMENT-STATUS.

           SELECT Report-Output ASSIGN TO TAXIRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       SD  Sort-Work.
       01  SORT-RECORD.
           05  SORT-USERID            PIC X(60).
           05  SORT-TIMESTAMP         PIC 9(14).
           05  SORT-TYPE              PIC X(01).
           05  SORT-AMOUNT            PIC 9(11)V99.
           05  SORT-BALANCE           PIC S9(11)V99 SIGN LEADING
                                                    SEPARATE.
           05  SORT-REFERENCE         PIC X(12).

       FD  Tax-Customers.
       COPY TAXCUST SUPPRESS.

       FD  Preference-File.
       COPY NOTPREF SUPPRESS.

       FD  Tax-Filed.
       COPY TAXFILED SUPPRESS.

      * The submission file: one 'H' header naming the tax year and
      * whether the file is the original or an amendment, a 'D'
      * detail per customer and a 'T' trailer with the count and the
      * two amount totals the authority checks the file against. On
      * a detail CORRECTION is blank on the original filing, 'C' for
      * a corrected customer and 'L' for a late first filing.
       FD  Submission-Output.
       01  SUBMISSION-RECORD.
           05  TS-RECORD-TYPE         PIC X(01).
           05  TS-DETAIL.
               10  TS-TAX-ID          PIC X(11).
               10  TS-LEGAL-NAME      PIC X(33).
               10  TS-BIRTH-DATE      PIC 9(08).
               10  TS-ADDRESS         PIC X(30) OCCURS 3 TIMES.
               10  TS-COUNTRY         PIC X(02).
               10  TS-INTEREST        PIC 9(11)V99.
               10  TS-DIVIDENDS       PIC 9(11)V99.
               10  TS-CORRECTION      PIC X(01).
               10  TS-ACCOUNT-REF     PIC X(20).
               10  FILLER             PIC X(08).
           05  TS-HEADER REDEFINES TS-DETAIL.
               10  TS-TAX-YEAR        PIC 9(04).
               10  TS-FILE-TYPE       PIC X(01).
               10  TS-AMEND-SEQ       PIC 9(02).
               10  TS-CREATED-DATE    PIC 9(08).
               10  TS-FILER           PIC X(20).
               10  FILLER             PIC X(164).
           05  TS-TRAILER REDEFINES TS-DETAIL.
               10  TS-TRAILER-COUNT   PIC 9(06).
               10  TS-INTEREST-TOTAL  PIC 9(13)V99.
               10  TS-DIVIDEND-TOTAL  PIC 9(13)V99.
               10  FILLER             PIC X(163).

       FD  Statement-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-LINE             PIC X(132).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 TAXCUST-FILE-STATUS           PIC X(2).
           88 TAXCUST-NORMAL           VALUE '00'.
       01 NOTPREF-STATUS                PIC X(2).
           88 NOTPREF-NORMAL           VALUE '00'.
       01 TAXFILED-FILE-STATUS          PIC X(2).
           88 TAXFILED-NORMAL          VALUE '00'.
       01 TAXSUBM-STATUS                PIC X(2).
           88 TAXSUBM-NORMAL           VALUE '00'.
       01 STATEMENT-STATUS              PIC X(2).
           88 STATEMENT-NORMAL         VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 SORT-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 SORT-EOF                 VALUE 'Y'.
       01 TAXFILED-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 TAXFILED-EOF             VALUE 'Y'.

      * The tax year and run type from the JCL PARM.
       01 WS-TAX-YEAR                   PIC 9(04) VALUE 0.
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                        PIC X(04).
       01 WS-RUN-TYPE-SW                PIC X(01) VALUE 'O'.
           88 ORIGINAL-RUN             VALUE 'O'.
           88 AMENDED-RUN              VALUE 'A'.
       01 WS-RUN-STAMP                  PIC 9(14).
       01 WS-FILING-SEQ                 PIC 9(02) VALUE 0.
       01 WS-REFUSAL                    PIC X(60) VALUE SPACES.

      * The current customer's year.
       01 WS-CURRENT-USERID             PIC X(60) VALUE LOW-VALUES.
       01 WS-CUST-INTEREST              PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-CUST-DIVIDENDS             PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-PRIOR-INTEREST             PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-PRIOR-DIVIDENDS            PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-CORRECTION                 PIC X(01) VALUE SPACE.
       01 WS-MISSING-REASON             PIC X(30) VALUE SPACES.
       01 TAXCUST-FOUND-SW              PIC X(01) VALUE 'N'.
           88 TAXCUST-ON-FILE          VALUE 'Y'.
       01 NOTPREF-FOUND-SW              PIC X(01) VALUE 'N'.
           88 NOTPREF-ON-FILE          VALUE 'Y'.
       01 TAXFILED-FOUND-SW             PIC X(01) VALUE 'N'.
           88 TAXFILED-ON-FILE         VALUE 'Y'.

       01 WS-CONTROL-FIELDS.
          03 WS-INCOME-INTEREST         PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-INCOME-DIVIDENDS        PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-FILED-COUNT             PIC 9(06) VALUE 0.
          03 WS-FILED-INTEREST          PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-FILED-DIVIDENDS         PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-MISSING-INTEREST        PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-MISSING-DIVIDENDS       PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-PRIOR-FILINGS           PIC 9(06) VALUE 0.

       01 RECONCILIATION-COUNTS.
          05 RC-MOVEMENTS-READ          PIC 9(08) COMP VALUE 0.
          05 RC-INCOME-MOVEMENTS        PIC 9(08) COMP VALUE 0.
          05 RC-CUSTOMERS-WITH-INCOME   PIC 9(06) COMP VALUE 0.
          05 RC-STATEMENTS-PRINTED      PIC 9(06) COMP VALUE 0.
          05 RC-CUSTOMERS-MISSING       PIC 9(06) COMP VALUE 0.
          05 RC-UNCHANGED               PIC 9(06) COMP VALUE 0.
          05 RC-CORRECTIONS             PIC 9(06) COMP VALUE 0.
          05 RC-LATE-FILINGS            PIC 9(06) COMP VALUE 0.

      * Statement line layouts.
       01 WS-STMT-HEADER1.
           05 FILLER              PIC X(42) VALUE
              'INTEREST AND DIVIDEND INCOME FOR TAX YEAR '.
           05 SH-YEAR             PIC X(04).
           05 SH-CORRECTED        PIC X(30).

       01 WS-STMT-NAME-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 SN-TEXT             PIC X(60).

       01 WS-STMT-ID-LINE.
           05 FILLER              PIC X(10) VALUE 'ACCOUNT:  '.
           05 SI-USERID           PIC X(60).
           05 FILLER              PIC X(10) VALUE '  TAX ID: '.
           05 SI-TAX-ID           PIC X(11).

       01 WS-STMT-AMOUNT-LINE.
           05 SA-LABEL            PIC X(40).
           05 SA-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-STMT-NOTE-LINE.
           05 FILLER              PIC X(18) VALUE
              '** NOT REPORTED - '.
           05 SX-REASON           PIC X(30).
           05 FILLER              PIC X(40) VALUE
              ' - PLEASE SUPPLY YOUR TAX DETAILS       '.

      * Control report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(42) VALUE
              'INTEREST AND DIVIDEND INFORMATION RETURN  '.
           05 RT-YEAR             PIC X(04).
           05 RT-RUN-TYPE         PIC X(20).

       01 WS-SECTION-LINE             PIC X(60).

       01 WS-MISSING-LINE.
           05 ML-USERID           PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ML-INTEREST         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ML-DIVIDENDS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ML-REASON           PIC X(30).

       01 WS-CORRECTION-LINE.
           05 CL-USERID           PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-KIND             PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-INTEREST         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-DIVIDENDS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE '  AMOUNT: '.
           05 CT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-VERDICT-LINE             PIC X(60).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyy' - the tax year; required. PARM='yyyyA' files the
      * amended return for a year already filed.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-YEAR                PIC X(04).
           05 PARM-RUN-TYPE            PIC X(01).

       PROCEDURE DIVISION USING PARM-BUFFER.

       MAINLINE SECTION.

           IF PARM-LENGTH IS LESS THAN 4
              OR PARM-YEAR IS NOT NUMERIC
              DISPLAY 'TAXINFO: PARM must carry the tax year as '
                      'yyyy, or yyyyA for the amended return'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-YEAR TO WS-TAX-YEAR-X
           IF PARM-LENGTH IS GREATER THAN 4
              IF PARM-RUN-TYPE = 'A'
                 MOVE 'A' TO WS-RUN-TYPE-SW
              ELSE
                 IF PARM-RUN-TYPE NOT = SPACE
                    DISPLAY 'TAXINFO: PARM run type must be A '
                            '(amended) or absent'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

           OPEN INPUT Tax-Customers.
           IF NOT TAXCUST-NORMAL
              DISPLAY 'TAXINFO: unable to open TAXCUST, status='
                      TAXCUST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT Preference-File.
           IF NOT NOTPREF-NORMAL
              DISPLAY 'TAXINFO: unable to open NOTPREF, status='
                      NOTPREF-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Tax-Customers
              GOBACK
           END-IF.
           OPEN I-O Tax-Filed.
           IF NOT TAXFILED-NORMAL
              DISPLAY 'TAXINFO: unable to open TAXFILED, status='
                      TAXFILED-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Preference-File
              CLOSE Tax-Customers
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'TAXINFO: unable to open TAXIRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Tax-Filed
              CLOSE Preference-File
              CLOSE Tax-Customers
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM CHECK-PRIOR-FILING.
           IF WS-REFUSAL NOT = SPACES
              MOVE 8 TO RETURN-CODE
              GO TO MAINLINE-TOTALS
           END-IF.

           OPEN OUTPUT Statement-Output.
           IF NOT STATEMENT-NORMAL
              DISPLAY 'TAXINFO: unable to open TAXISTMT, status='
                      STATEMENT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO MAINLINE-TOTALS
           END-IF.
           OPEN OUTPUT Submission-Output.
           IF NOT TAXSUBM-NORMAL
              DISPLAY 'TAXINFO: unable to open TAXSUBM, status='
                      TAXSUBM-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Statement-Output
              GO TO MAINLINE-TOTALS
           END-IF.

           MOVE SPACES TO SUBMISSION-RECORD.
           MOVE 'H' TO TS-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TS-TAX-YEAR.
           MOVE WS-RUN-TYPE-SW TO TS-FILE-TYPE.
           MOVE WS-FILING-SEQ TO TS-AMEND-SEQ.
           MOVE WS-RUN-STAMP(1:8) TO TS-CREATED-DATE.
           MOVE 'TRADER CASH ACCOUNTS' TO TS-FILER.
           WRITE SUBMISSION-RECORD.

           MOVE 'CUSTOMERS MISSING SUBMISSION DETAILS' TO
                WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.

           SORT Sort-Work
               ON ASCENDING KEY SORT-USERID
                                SORT-TIMESTAMP
               USING Cash-Movements
               OUTPUT PROCEDURE IS TOTAL-CUSTOMER-INCOME

           IF AMENDED-RUN
              PERFORM CORRECT-UNCHECKED-FILINGS
           END-IF.

           MOVE SPACES TO SUBMISSION-RECORD.
           MOVE 'T' TO TS-RECORD-TYPE.
           MOVE WS-FILED-COUNT TO TS-TRAILER-COUNT.
           MOVE WS-FILED-INTEREST TO TS-INTEREST-TOTAL.
           MOVE WS-FILED-DIVIDENDS TO TS-DIVIDEND-TOTAL.
           WRITE SUBMISSION-RECORD.
           IF NOT TAXSUBM-NORMAL
              DISPLAY 'TAXINFO: TAXSUBM write failed, status='
                      TAXSUBM-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE Submission-Output.
           CLOSE Statement-Output.

       MAINLINE-TOTALS.
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Tax-Filed.
           CLOSE Preference-File.
           CLOSE Tax-Customers.

           DISPLAY '======================================'
           DISPLAY ' TAXINFO End-of-job reconciliation'
           DISPLAY '   Tax year             : ' WS-TAX-YEAR
           DISPLAY '   Run type             : ' WS-RUN-TYPE-SW
           DISPLAY '   Movements read       : ' RC-MOVEMENTS-READ
           DISPLAY '   Income movements     : '
                   RC-INCOME-MOVEMENTS
           DISPLAY '   Customers w/ income  : '
                   RC-CUSTOMERS-WITH-INCOME
           DISPLAY '   Statements printed   : '
                   RC-STATEMENTS-PRINTED
           DISPLAY '   Details filed        : ' WS-FILED-COUNT
           DISPLAY '   Missing tax details  : '
                   RC-CUSTOMERS-MISSING
           DISPLAY '   Corrections          : ' RC-CORRECTIONS
           DISPLAY '   Late filings         : ' RC-LATE-FILINGS
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * CHECK-PRIOR-FILING - an original run refuses a year already   *
      * on TAXFILED and an amended run refuses one never filed. The   *
      * amendment number follows the highest already used.            *
      *****************************************************************
       CHECK-PRIOR-FILING SECTION.
           PERFORM POSITION-TAXFILED-YEAR.
           PERFORM COUNT-ONE-PRIOR-FILING
               UNTIL TAXFILED-EOF.

           IF ORIGINAL-RUN AND WS-PRIOR-FILINGS > 0
              MOVE 'REFUSED - YEAR ALREADY FILED, USE PARM yyyyA'
                  TO WS-REFUSAL
           END-IF.
           IF AMENDED-RUN AND WS-PRIOR-FILINGS = 0
              MOVE 'REFUSED - NO ORIGINAL FILING FOR THE YEAR'
                  TO WS-REFUSAL
           END-IF.
           IF AMENDED-RUN
              ADD 1 TO WS-FILING-SEQ
           END-IF.
       CHECK-PRIOR-FILING-EXIT.
           EXIT.

       POSITION-TAXFILED-YEAR SECTION.
           MOVE 'N' TO TAXFILED-EOF-SWITCH
           MOVE WS-TAX-YEAR TO TAXFILED-TAX-YEAR
           MOVE LOW-VALUES TO TAXFILED-USERID
           START Tax-Filed KEY IS NOT LESS THAN
                 TAXFILED-KEY OF TAXFILED-RECORD
           IF NOT TAXFILED-NORMAL
              MOVE 'Y' TO TAXFILED-EOF-SWITCH
           END-IF
           .
       POSITION-TAXFILED-YEAR-EXIT.
           EXIT.

       COUNT-ONE-PRIOR-FILING SECTION.
           READ Tax-Filed NEXT RECORD
           IF NOT TAXFILED-NORMAL
              OR TAXFILED-TAX-YEAR NOT = WS-TAX-YEAR
              MOVE 'Y' TO TAXFILED-EOF-SWITCH
              GO TO COUNT-ONE-PRIOR-FILING-EXIT
           END-IF
           ADD 1 TO WS-PRIOR-FILINGS
           IF TAXFILED-FILING-SEQ > WS-FILING-SEQ
              MOVE TAXFILED-FILING-SEQ TO WS-FILING-SEQ
           END-IF
           .
       COUNT-ONE-PRIOR-FILING-EXIT.
           EXIT.

      *****************************************************************
      * TOTAL-CUSTOMER-INCOME - SORT output procedure: control break  *
      * on userid, the tax year's interest and dividend credits       *
      * totalled per customer.                                        *
      *****************************************************************
       TOTAL-CUSTOMER-INCOME SECTION.
           PERFORM RETURN-NEXT-MOVEMENT
           PERFORM PROCESS-ONE-MOVEMENT
               UNTIL SORT-EOF
           IF WS-CURRENT-USERID NOT = LOW-VALUES
              PERFORM FINISH-CUSTOMER
           END-IF
           .
       TOTAL-CUSTOMER-INCOME-EXIT.
           EXIT.

       RETURN-NEXT-MOVEMENT SECTION.
           RETURN Sort-Work
              AT END
                 MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN
           IF NOT SORT-EOF
              ADD 1 TO RC-MOVEMENTS-READ
           END-IF
           .
       RETURN-NEXT-MOVEMENT-EXIT.
           EXIT.

       PROCESS-ONE-MOVEMENT SECTION.
           IF SORT-USERID NOT = WS-CURRENT-USERID
              IF WS-CURRENT-USERID NOT = LOW-VALUES
                 PERFORM FINISH-CUSTOMER
              END-IF
              MOVE SORT-USERID TO WS-CURRENT-USERID
              MOVE 0 TO WS-CUST-INTEREST
              MOVE 0 TO WS-CUST-DIVIDENDS
           END-IF

           IF SORT-TIMESTAMP(1:4) = WS-TAX-YEAR-X
              EVALUATE SORT-TYPE
                 WHEN 'I'
                    ADD SORT-AMOUNT TO WS-CUST-INTEREST
                    ADD 1 TO RC-INCOME-MOVEMENTS
                 WHEN 'V'
                    ADD SORT-AMOUNT TO WS-CUST-DIVIDENDS
                    ADD 1 TO RC-INCOME-MOVEMENTS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM RETURN-NEXT-MOVEMENT
           .
       PROCESS-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * FINISH-CUSTOMER - files the customer's year. The original run *
      * files everyone with income and complete details; the amended  *
      * run only those whose figures differ from what was filed, or   *
      * who were never filed.                                         *
      *****************************************************************
       FINISH-CUSTOMER SECTION.
           IF WS-CUST-INTEREST = 0 AND WS-CUST-DIVIDENDS = 0
              GO TO FINISH-CUSTOMER-EXIT
           END-IF
           ADD 1 TO RC-CUSTOMERS-WITH-INCOME
           ADD WS-CUST-INTEREST TO WS-INCOME-INTEREST
           ADD WS-CUST-DIVIDENDS TO WS-INCOME-DIVIDENDS
           PERFORM LOOK-UP-TAX-DETAILS

           IF ORIGINAL-RUN
              MOVE SPACE TO WS-CORRECTION
              PERFORM PRINT-CUSTOMER-STATEMENT
              IF WS-MISSING-REASON NOT = SPACES
                 PERFORM LIST-MISSING-CUSTOMER
              ELSE
                 PERFORM WRITE-SUBMISSION-DETAIL
                 MOVE 'N' TO TAXFILED-FOUND-SW
                 PERFORM RECORD-FILING
              END-IF
              GO TO FINISH-CUSTOMER-EXIT
           END-IF

           MOVE WS-TAX-YEAR TO TAXFILED-TAX-YEAR
           MOVE WS-CURRENT-USERID TO TAXFILED-USERID
           READ Tax-Filed KEY IS TAXFILED-KEY OF TAXFILED-RECORD
           IF TAXFILED-NORMAL
              MOVE 'Y' TO TAXFILED-FOUND-SW
              MOVE WS-RUN-STAMP TO TAXFILED-CHECKED-STAMP
              REWRITE TAXFILED-RECORD
              IF TAXFILED-INTEREST = WS-CUST-INTEREST
                 AND TAXFILED-DIVIDENDS = WS-CUST-DIVIDENDS
                 AND TAXFILED-TAX-ID = TAXCUST-TAX-ID
                 ADD 1 TO RC-UNCHANGED
                 GO TO FINISH-CUSTOMER-EXIT
              END-IF
              MOVE 'C' TO WS-CORRECTION
              MOVE TAXFILED-INTEREST TO WS-PRIOR-INTEREST
              MOVE TAXFILED-DIVIDENDS TO WS-PRIOR-DIVIDENDS
           ELSE
              MOVE 'N' TO TAXFILED-FOUND-SW
              MOVE 'L' TO WS-CORRECTION
           END-IF

           PERFORM PRINT-CUSTOMER-STATEMENT
           IF WS-MISSING-REASON NOT = SPACES
              PERFORM LIST-MISSING-CUSTOMER
              GO TO FINISH-CUSTOMER-EXIT
           END-IF
           PERFORM WRITE-SUBMISSION-DETAIL
           PERFORM RECORD-FILING
           .
       FINISH-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * LOOK-UP-TAX-DETAILS - the tax id, legal name and birth date   *
      * from TAXCUST and the postal address from the customer's       *
      * NOTPREF preferences; WS-MISSING-REASON names the first gap.   *
      *****************************************************************
       LOOK-UP-TAX-DETAILS SECTION.
           MOVE SPACES TO WS-MISSING-REASON
           MOVE WS-CURRENT-USERID TO TAXCUST-USERID
           READ Tax-Customers KEY IS TAXCUST-KEY OF TAXCUST-RECORD
           IF TAXCUST-NORMAL
              MOVE 'Y' TO TAXCUST-FOUND-SW
           ELSE
              MOVE 'N' TO TAXCUST-FOUND-SW
              MOVE SPACES TO TAXCUST-RECORD
              MOVE 0 TO TAXCUST-BIRTH-DATE
           END-IF

           MOVE 'T' TO NOTPREF-ID-TYPE
           MOVE WS-CURRENT-USERID TO NOTPREF-CUSTOMER-ID
           READ Preference-File
           IF NOTPREF-NORMAL
              MOVE 'Y' TO NOTPREF-FOUND-SW
           ELSE
              MOVE 'N' TO NOTPREF-FOUND-SW
              MOVE SPACES TO NOTPREF-RECORD
           END-IF

           EVALUATE TRUE
              WHEN NOT TAXCUST-ON-FILE
                 MOVE 'NO TAX DETAILS ON FILE' TO WS-MISSING-REASON
              WHEN TAXCUST-TAX-ID = SPACES
                 MOVE 'NO TAX ID' TO WS-MISSING-REASON
              WHEN TAXCUST-LEGAL-NAME = SPACES
                 MOVE 'NO LEGAL NAME' TO WS-MISSING-REASON
              WHEN TAXCUST-BIRTH-DATE IS NOT NUMERIC
                 OR TAXCUST-BIRTH-DATE = 0
                 MOVE 'NO DATE OF BIRTH' TO WS-MISSING-REASON
              WHEN NOT NOTPREF-ON-FILE
                 OR NOTPREF-POSTAL-LINE(1) = SPACES
                 MOVE 'NO POSTAL ADDRESS' TO WS-MISSING-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       LOOK-UP-TAX-DETAILS-EXIT.
           EXIT.

      *****************************************************************
      * PRINT-CUSTOMER-STATEMENT - the customer's copy of what is     *
      * reported for them, marked CORRECTED with the figures it       *
      * replaces on an amended run.                                   *
      *****************************************************************
       PRINT-CUSTOMER-STATEMENT SECTION.
           ADD 1 TO RC-STATEMENTS-PRINTED
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TAX-YEAR-X TO SH-YEAR
           IF WS-CORRECTION = 'C'
              MOVE ' - CORRECTED STATEMENT' TO SH-CORRECTED
           ELSE
              MOVE SPACES TO SH-CORRECTED
           END-IF
           MOVE WS-STMT-HEADER1 TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO SN-TEXT
           EVALUATE TRUE
              WHEN TAXCUST-LEGAL-NAME NOT = SPACES
                 MOVE TAXCUST-LEGAL-NAME TO SN-TEXT
              WHEN NOTPREF-POSTAL-NAME NOT = SPACES
                 MOVE NOTPREF-POSTAL-NAME TO SN-TEXT
              WHEN OTHER
                 MOVE WS-CURRENT-USERID TO SN-TEXT
           END-EVALUATE
           MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOTPREF-POSTAL-LINE(1) NOT = SPACES
              MOVE NOTPREF-POSTAL-LINE(1) TO SN-TEXT
              MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF
           IF NOTPREF-POSTAL-LINE(2) NOT = SPACES
              MOVE NOTPREF-POSTAL-LINE(2) TO SN-TEXT
              MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF
           IF NOTPREF-POSTAL-LINE(3) NOT = SPACES
              MOVE NOTPREF-POSTAL-LINE(3) TO SN-TEXT
              MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF

           MOVE WS-CURRENT-USERID TO SI-USERID
           MOVE TAXCUST-TAX-ID TO SI-TAX-ID
           MOVE WS-STMT-ID-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 'INTEREST CREDITED:' TO SA-LABEL
           MOVE WS-CUST-INTEREST TO SA-AMOUNT
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'DIVIDENDS CREDITED:' TO SA-LABEL
           MOVE WS-CUST-DIVIDENDS TO SA-AMOUNT
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'TOTAL REPORTABLE INCOME:' TO SA-LABEL
           COMPUTE SA-AMOUNT = WS-CUST-INTEREST + WS-CUST-DIVIDENDS
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-CORRECTION = 'C'
              MOVE 'PREVIOUSLY REPORTED INTEREST:' TO SA-LABEL
              MOVE WS-PRIOR-INTEREST TO SA-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
              MOVE 'PREVIOUSLY REPORTED DIVIDENDS:' TO SA-LABEL
              MOVE WS-PRIOR-DIVIDENDS TO SA-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF

           IF WS-MISSING-REASON NOT = SPACES
              MOVE WS-MISSING-REASON TO SX-REASON
              MOVE WS-STMT-NOTE-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF
           .
       PRINT-CUSTOMER-STATEMENT-EXIT.
           EXIT.

       LIST-MISSING-CUSTOMER SECTION.
           ADD 1 TO RC-CUSTOMERS-MISSING
           ADD WS-CUST-INTEREST TO WS-MISSING-INTEREST
           ADD WS-CUST-DIVIDENDS TO WS-MISSING-DIVIDENDS
           MOVE WS-CURRENT-USERID TO ML-USERID
           MOVE WS-CUST-INTEREST TO ML-INTEREST
           MOVE WS-CUST-DIVIDENDS TO ML-DIVIDENDS
           MOVE WS-MISSING-REASON TO ML-REASON
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MISSING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-MISSING-CUSTOMER-EXIT.
           EXIT.

       WRITE-SUBMISSION-DETAIL SECTION.
           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'D' TO TS-RECORD-TYPE
           MOVE TAXCUST-TAX-ID TO TS-TAX-ID
           MOVE TAXCUST-LEGAL-NAME TO TS-LEGAL-NAME
           MOVE TAXCUST-BIRTH-DATE TO TS-BIRTH-DATE
           MOVE NOTPREF-POSTAL-LINE(1) TO TS-ADDRESS(1)
           MOVE NOTPREF-POSTAL-LINE(2) TO TS-ADDRESS(2)
           MOVE NOTPREF-POSTAL-LINE(3) TO TS-ADDRESS(3)
           MOVE TAXCUST-COUNTRY TO TS-COUNTRY
           MOVE WS-CUST-INTEREST TO TS-INTEREST
           MOVE WS-CUST-DIVIDENDS TO TS-DIVIDENDS
           MOVE WS-CORRECTION TO TS-CORRECTION
           MOVE WS-CURRENT-USERID TO TS-ACCOUNT-REF
           WRITE SUBMISSION-RECORD
           IF NOT TAXSUBM-NORMAL
              DISPLAY 'TAXINFO: TAXSUBM write failed, status='
                      TAXSUBM-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO WRITE-SUBMISSION-DETAIL-EXIT
           END-IF
           ADD 1 TO WS-FILED-COUNT
           ADD WS-CUST-INTEREST TO WS-FILED-INTEREST
           ADD WS-CUST-DIVIDENDS TO WS-FILED-DIVIDENDS

           EVALUATE WS-CORRECTION
              WHEN 'C'
                 ADD 1 TO RC-CORRECTIONS
                 MOVE 'CORRECTED' TO CL-KIND
              WHEN 'L'
                 ADD 1 TO RC-LATE-FILINGS
                 MOVE 'LATE' TO CL-KIND
              WHEN OTHER
                 GO TO WRITE-SUBMISSION-DETAIL-EXIT
           END-EVALUATE
           MOVE WS-CURRENT-USERID TO CL-USERID
           MOVE WS-CUST-INTEREST TO CL-INTEREST
           MOVE WS-CUST-DIVIDENDS TO CL-DIVIDENDS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CORRECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-SUBMISSION-DETAIL-EXIT.
           EXIT.

      *****************************************************************
      * RECORD-FILING - keeps what was filed on TAXFILED, the figures *
      * the next amended run is compared against.                     *
      *****************************************************************
       RECORD-FILING SECTION.
           IF NOT TAXFILED-ON-FILE
              MOVE SPACES TO TAXFILED-RECORD
              MOVE WS-TAX-YEAR TO TAXFILED-TAX-YEAR
              MOVE WS-CURRENT-USERID TO TAXFILED-USERID
           END-IF
           MOVE TAXCUST-TAX-ID TO TAXFILED-TAX-ID
           MOVE WS-CUST-INTEREST TO TAXFILED-INTEREST
           MOVE WS-CUST-DIVIDENDS TO TAXFILED-DIVIDENDS
           MOVE WS-RUN-STAMP(1:8) TO TAXFILED-FILED-DATE
           MOVE WS-FILING-SEQ TO TAXFILED-FILING-SEQ
           MOVE WS-RUN-STAMP TO TAXFILED-CHECKED-STAMP
           IF TAXFILED-ON-FILE
              REWRITE TAXFILED-RECORD
           ELSE
              WRITE TAXFILED-RECORD
           END-IF
           IF NOT TAXFILED-NORMAL
              DISPLAY 'TAXINFO: TAXFILED update failed, status='
                      TAXFILED-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       RECORD-FILING-EXIT.
           EXIT.

      *****************************************************************
      * CORRECT-UNCHECKED-FILINGS - a customer filed before whom this *
      * amended run did not meet has no income for the year any more, *
      * and is corrected to zero.                                     *
      *****************************************************************
       CORRECT-UNCHECKED-FILINGS SECTION.
           PERFORM POSITION-TAXFILED-YEAR.
           PERFORM CORRECT-ONE-FILING
               UNTIL TAXFILED-EOF.
       CORRECT-UNCHECKED-FILINGS-EXIT.
           EXIT.

       CORRECT-ONE-FILING SECTION.
           READ Tax-Filed NEXT RECORD
           IF NOT TAXFILED-NORMAL
              OR TAXFILED-TAX-YEAR NOT = WS-TAX-YEAR
              MOVE 'Y' TO TAXFILED-EOF-SWITCH
              GO TO CORRECT-ONE-FILING-EXIT
           END-IF
           IF TAXFILED-CHECKED-STAMP = WS-RUN-STAMP
              OR (TAXFILED-INTEREST = 0 AND TAXFILED-DIVIDENDS = 0)
              GO TO CORRECT-ONE-FILING-EXIT
           END-IF

           MOVE TAXFILED-USERID TO WS-CURRENT-USERID
           MOVE TAXFILED-INTEREST TO WS-PRIOR-INTEREST
           MOVE TAXFILED-DIVIDENDS TO WS-PRIOR-DIVIDENDS
           MOVE 0 TO WS-CUST-INTEREST
           MOVE 0 TO WS-CUST-DIVIDENDS
           MOVE 'C' TO WS-CORRECTION
           MOVE 'Y' TO TAXFILED-FOUND-SW
           PERFORM LOOK-UP-TAX-DETAILS
           PERFORM PRINT-CUSTOMER-STATEMENT
           IF WS-MISSING-REASON NOT = SPACES
              PERFORM LIST-MISSING-CUSTOMER
              GO TO CORRECT-ONE-FILING-EXIT
           END-IF
           PERFORM WRITE-SUBMISSION-DETAIL
           PERFORM RECORD-FILING
           .
       CORRECT-ONE-FILING-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SECTION-HEADING SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADING-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-TAX-YEAR-X TO RT-YEAR.
           IF AMENDED-RUN
              MOVE ' - AMENDED RETURN' TO RT-RUN-TYPE
           ELSE
              MOVE ' - ORIGINAL RETURN' TO RT-RUN-TYPE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'INTEREST ON CASHMOVE:         ' TO CT-LABEL.
           MOVE RC-CUSTOMERS-WITH-INCOME TO CT-COUNT.
           MOVE WS-INCOME-INTEREST TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'DIVIDENDS ON CASHMOVE:        ' TO CT-LABEL.
           MOVE RC-CUSTOMERS-WITH-INCOME TO CT-COUNT.
           MOVE WS-INCOME-DIVIDENDS TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'INTEREST FILED:               ' TO CT-LABEL.
           MOVE WS-FILED-COUNT TO CT-COUNT.
           MOVE WS-FILED-INTEREST TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'DIVIDENDS FILED:              ' TO CT-LABEL.
           MOVE WS-FILED-COUNT TO CT-COUNT.
           MOVE WS-FILED-DIVIDENDS TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'NOT FILED - DETAILS MISSING:  ' TO CT-LABEL.
           MOVE RC-CUSTOMERS-MISSING TO CT-COUNT.
           COMPUTE CT-AMOUNT = WS-MISSING-INTEREST
                             + WS-MISSING-DIVIDENDS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF AMENDED-RUN
              MOVE 'UNCHANGED SINCE FILED:        ' TO CT-LABEL
              MOVE RC-UNCHANGED TO CT-COUNT
              MOVE 0 TO CT-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'CORRECTIONS FILED:            ' TO CT-LABEL
              MOVE RC-CORRECTIONS TO CT-COUNT
              MOVE 0 TO CT-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'LATE FIRST FILINGS:           ' TO CT-LABEL
              MOVE RC-LATE-FILINGS TO CT-COUNT
              MOVE 0 TO CT-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN RETURN-CODE > 8
                 MOVE 'RUN FAILED - SEE THE JOB LOG FOR THE FILE ERROR'
                     TO WS-VERDICT-LINE
              WHEN WS-REFUSAL NOT = SPACES
                 MOVE WS-REFUSAL TO WS-VERDICT-LINE
              WHEN RC-CUSTOMERS-MISSING > 0
                 MOVE 'FILED - CUSTOMERS LEFT OFF FOR MISSING DETAILS'
                     TO WS-VERDICT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN AMENDED-RUN AND WS-FILED-COUNT = 0
                 MOVE 'NO CORRECTIONS - AMENDED FILE CARRIES NO DETAILS'
                     TO WS-VERDICT-LINE
              WHEN OTHER
                 MOVE 'FILED - SUBMISSION COMPLETE' TO WS-VERDICT-LINE
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

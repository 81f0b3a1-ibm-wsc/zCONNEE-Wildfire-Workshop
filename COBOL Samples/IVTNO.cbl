      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVTNO.
      * Employee directory transaction: ADD, UPDATE, DELETE and
      * DISPLAY by name, EXTWHO by extension, and the reporting-line
      * inquiries DEPTLIST (everyone in the department carried in the
      * extension field) and REPORTS (the named person's direct
      * reports). A list answers with one output segment per person
      * found, then a closing segment with the count.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05 EXT-SECOND-LAST         PIC X(10).
           05 EXT-SECOND-FIRST        PIC X(10).

      * List state for DEPTLIST and REPORTS: the whole directory is
      * walked as for EXTWHO, and each person who qualifies goes out
      * as a segment of their own, up to LIST-MAX-SEGMENTS of them.
       01 LIST-SCAN-FIELDS.
           05 LIST-DEPARTMENT         PIC X(06).
           05 LIST-MANAGER.
               10 LIST-MGR-LAST       PIC X(10).
               10 LIST-MGR-FIRST      PIC X(10).
           05 LIST-MATCH-COUNT        PIC 9(04) VALUE 0.
           05 LIST-MATCH-DISPLAY      PIC ZZZ9.
           05 LIST-SEGMENT-COUNT      PIC 9(04) VALUE 0.
           05 LIST-MAX-SEGMENTS       PIC 9(04) VALUE 200.
           05 LIST-MEMBER-SW          PIC X(01) VALUE 'N'.
               88 LIST-MEMBER         VALUE 'Y'.

      * Terminal input/output message layout this transaction was
      * built for -- INPUT-MSG/OUTPUT-AREA.
       COPY DFSIVTNO SUPPRESS.
                 PERFORM BUILD-OUTPUT-MESSAGE
              WHEN 'EXTWHO  '
                 PERFORM FIND-BY-EXTENSION
              WHEN 'DEPTLIST'
                 PERFORM LIST-DEPARTMENT-MEMBERS
              WHEN 'REPORTS '
                 PERFORM LIST-DIRECT-REPORTS
              WHEN OTHER
                 MOVE 'Valid: ADD/UPDATE/DELETE/DISPLAY/EXTWHO'
                     TO OUT-MESSAGE
                 CALL 'CBLTDLI' USING ISRT, IOPCB, OUTPUT-AREA
                 MOVE '0002' TO OUT-SEGMENT-NO
                 MOVE 'Also: DEPTLIST (dept in ext) / REPORTS'
                     TO OUT-MESSAGE
           END-EVALUATE

           CALL 'CBLTDLI' USING ISRT, IOPCB, OUTPUT-AREA.
      * way a TADD would be, and UPDATE is the way to change it.      *
      *----------------------------------------------------------------*
       ADD-EMPLOYEE SECTION.
           MOVE SPACES TO EMPDIR-RECORD.
           MOVE IN-LAST-NAME TO EMPDIR-LAST-NAME.
           MOVE IN-FIRST-NAME TO EMPDIR-FIRST-NAME.
           MOVE IN-EXTENSION TO EMPDIR-EXTENSION.
       SCAN-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-DEPARTMENT-MEMBERS - DEPTLIST: everyone whose directory  *
      * entry carries the department code given in the extension     *
      * field.                                                        *
      *----------------------------------------------------------------*
       LIST-DEPARTMENT-MEMBERS SECTION.
           IF IN-EXTENSION = SPACES
              MOVE 'DEPTLIST needs a department code'
                  TO OUT-MESSAGE
              GO TO LIST-DEPARTMENT-MEMBERS-EXIT
           END-IF
           MOVE IN-EXTENSION(1:6) TO LIST-DEPARTMENT
           MOVE SPACES TO LIST-MANAGER

           PERFORM SCAN-DIRECTORY-FOR-LIST

           MOVE SPACES TO OUT-LAST-NAME
           MOVE SPACES TO OUT-FIRST-NAME
           MOVE LIST-DEPARTMENT TO OUT-EXTENSION
           MOVE SPACES TO OUT-ZIP-CODE
           MOVE LIST-MATCH-COUNT TO LIST-MATCH-DISPLAY
           MOVE SPACES TO OUT-MESSAGE
           EVALUATE TRUE
              WHEN LIST-MATCH-COUNT = 0
                 MOVE 'No employees in this department'
                     TO OUT-MESSAGE
              WHEN LIST-MATCH-COUNT > LIST-MAX-SEGMENTS
                 STRING LIST-MATCH-DISPLAY
                        ' in department - first 200 shown'
                        DELIMITED BY SIZE INTO OUT-MESSAGE
              WHEN OTHER
                 STRING LIST-MATCH-DISPLAY
                        ' employees in department'
                        DELIMITED BY SIZE INTO OUT-MESSAGE
           END-EVALUATE
           .
       LIST-DEPARTMENT-MEMBERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-DIRECT-REPORTS - REPORTS: everyone whose directory entry *
      * names the person in the input name fields as their manager.  *
      *----------------------------------------------------------------*
       LIST-DIRECT-REPORTS SECTION.
           PERFORM LOOKUP-EMPLOYEE
           IF NOT NORMAL
              MOVE 'Employee not found' TO OUT-MESSAGE
              GO TO LIST-DIRECT-REPORTS-EXIT
           END-IF
           MOVE SPACES TO LIST-DEPARTMENT
           MOVE IN-LAST-NAME TO LIST-MGR-LAST
           MOVE IN-FIRST-NAME TO LIST-MGR-FIRST

           PERFORM SCAN-DIRECTORY-FOR-LIST

           MOVE IN-LAST-NAME TO OUT-LAST-NAME
           MOVE IN-FIRST-NAME TO OUT-FIRST-NAME
           MOVE SPACES TO OUT-EXTENSION
           MOVE SPACES TO OUT-ZIP-CODE
           MOVE LIST-MATCH-COUNT TO LIST-MATCH-DISPLAY
           MOVE SPACES TO OUT-MESSAGE
           EVALUATE TRUE
              WHEN LIST-MATCH-COUNT = 0
                 MOVE 'No direct reports' TO OUT-MESSAGE
              WHEN LIST-MATCH-COUNT > LIST-MAX-SEGMENTS
                 STRING LIST-MATCH-DISPLAY
                        ' direct reports - first 200 shown'
                        DELIMITED BY SIZE INTO OUT-MESSAGE
              WHEN OTHER
                 STRING LIST-MATCH-DISPLAY
                        ' direct reports'
                        DELIMITED BY SIZE INTO OUT-MESSAGE
           END-EVALUATE
           .
       LIST-DIRECT-REPORTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCAN-DIRECTORY-FOR-LIST - walks the whole directory, sending  *
      * a segment for each entry in LIST-DEPARTMENT (when given) or   *
      * reporting to LIST-MANAGER (when given). The closing count     *
      * segment follows as the next segment number.                   *
      *----------------------------------------------------------------*
       SCAN-DIRECTORY-FOR-LIST SECTION.
           MOVE 0 TO LIST-MATCH-COUNT
           MOVE 0 TO LIST-SEGMENT-COUNT
           MOVE 'N' TO EXT-SCAN-EOF-SW
           MOVE LOW-VALUES TO EMPDIR-KEY
           START Empdir-VSAM KEY IS NOT LESS THAN EMPDIR-KEY
           IF NOT NORMAL
              MOVE 'Y' TO EXT-SCAN-EOF-SW
           END-IF
           PERFORM LIST-ONE-ENTRY
               UNTIL EXT-SCAN-EOF
           ADD 1 TO LIST-SEGMENT-COUNT
           MOVE LIST-SEGMENT-COUNT TO OUT-SEGMENT-NO
           .
       SCAN-DIRECTORY-FOR-LIST-EXIT.
           EXIT.

       LIST-ONE-ENTRY SECTION.
           READ Empdir-VSAM NEXT RECORD
           IF NOT NORMAL
              MOVE 'Y' TO EXT-SCAN-EOF-SW
              GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           MOVE 'N' TO LIST-MEMBER-SW
           IF LIST-DEPARTMENT NOT = SPACES
              AND EMPDIR-DEPARTMENT = LIST-DEPARTMENT
              MOVE 'Y' TO LIST-MEMBER-SW
           END-IF
           IF LIST-MANAGER NOT = SPACES
              AND EMPDIR-MANAGER = LIST-MANAGER
              MOVE 'Y' TO LIST-MEMBER-SW
           END-IF
           IF NOT LIST-MEMBER
              GO TO LIST-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO LIST-MATCH-COUNT
           IF LIST-MATCH-COUNT > LIST-MAX-SEGMENTS
              GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO LIST-SEGMENT-COUNT
           MOVE LIST-SEGMENT-COUNT TO OUT-SEGMENT-NO
           MOVE EMPDIR-LAST-NAME TO OUT-LAST-NAME
           MOVE EMPDIR-FIRST-NAME TO OUT-FIRST-NAME
           MOVE EMPDIR-EXTENSION TO OUT-EXTENSION
           MOVE EMPDIR-ZIP-CODE TO OUT-ZIP-CODE
           MOVE SPACES TO OUT-MESSAGE
           STRING EMPDIR-JOB-TITLE ' ' EMPDIR-LOCATION ' '
                  EMPDIR-DEPARTMENT
                  DELIMITED BY SIZE INTO OUT-MESSAGE
           CALL 'CBLTDLI' USING ISRT, IOPCB, OUTPUT-AREA
           .
       LIST-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BUILD-OUTPUT-MESSAGE - echoes the request fields back to the   *
      * terminal along with the extension/zip found (or a not-found   *

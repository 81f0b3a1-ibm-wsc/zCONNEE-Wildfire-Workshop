      * applied against the same last-name/first-name key, malformed
      * extensions and zip codes rejected to an error file, and
      * control totals printed that tie back to HR's manifest.
      * Leavers (an HR delete, or the 'L' leaver code that leaves the
      * directory entry in place until HR's delete) and movers (a
      * change carrying a new department) are written to HRLEAVE for
      * LEAVPROC, which withdraws a leaver's access and lists a
      * mover's entitlements for review.
      * Adds and changes also carry the person's department, job
      * title, location and manager onto the directory entry, the
      * reporting lines IVTNO's DEPTLIST/REPORTS commands and the
      * weekly ORGCHART walk; on a change a blank field leaves what
      * the directory holds, and a manager of '*' clears it (the
      * person is now at the top of the tree).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HRERRS-STATUS.

           SELECT Leaver-Output ASSIGN TO HRLEAVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HRLEAVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One personnel transaction per record: A add, C change, D
      * delete, L leaver, keyed the way EMPDIR is keyed. The userid
      * is the person's sign-on userid; a change whose department
      * differs from the prior department is a move. The manager is
      * named by the manager's own directory key.
       FD  Extract-Input.
       01  EXTRACT-RECORD.
           05  HR-TRAN-CODE           PIC X(01).
           05  HR-FIRST-NAME          PIC X(10).
           05  HR-EXTENSION           PIC X(10).
           05  HR-ZIP-CODE            PIC X(07).
           05  HR-USERID              PIC X(08).
           05  HR-DEPARTMENT          PIC X(06).
           05  HR-PRIOR-DEPT          PIC X(06).
           05  HR-JOB-TITLE           PIC X(20).
           05  HR-LOCATION            PIC X(10).
           05  HR-MANAGER.
               10  HR-MGR-LAST-NAME   PIC X(10).
               10  HR-MGR-FIRST-NAME  PIC X(10).
           05  FILLER                 PIC X(22).

       FD  Empdir-VSAM.
           COPY EMPDIR SUPPRESS.
           05  ER-ZIP-CODE            PIC X(07).
           05  ER-REASON              PIC X(40).

       FD  Leaver-Output.
           COPY HRLEAVE SUPPRESS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
           88 NOTFOUND                VALUE '23'.
       01 HRERRS-STATUS               PIC X(2).
           88 HRERRS-NORMAL           VALUE '00'.
       01 HRLEAVE-STATUS              PIC X(2).
           88 HRLEAVE-NORMAL          VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 HREXTR-EOF              VALUE 'Y'.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-TODAY                    PIC 9(08).
       01 WS-PRIOR-DEPARTMENT         PIC X(06) VALUE SPACES.

      * Control totals that tie back to HR's manifest.
       01 RECONCILIATION-COUNTS.
           05 RC-CHANGED-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-DELETED-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-REJECTED-COUNT       PIC 9(08) COMP VALUE 0.
           05 RC-LEAVERS-WRITTEN      PIC 9(08) COMP VALUE 0.
           05 RC-MOVERS-WRITTEN       PIC 9(08) COMP VALUE 0.

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT Extract-Input
           IF NOT HREXTR-NORMAL
              DISPLAY "ERROR: unable to open HREXTR, status="
              GOBACK
           END-IF

           OPEN OUTPUT Leaver-Output
           IF NOT HRLEAVE-NORMAL
              DISPLAY "ERROR: unable to open HRLEAVE, status="
                      HRLEAVE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Extract-Input
              CLOSE Empdir-VSAM
              CLOSE Error-Output
              GOBACK
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM APPLY-ONE-TRANSACTION
               UNTIL HREXTR-EOF

           CLOSE Leaver-Output.
           CLOSE Error-Output.
           CLOSE Empdir-VSAM.
           CLOSE Extract-Input.
           DISPLAY "   Changed              : " RC-CHANGED-COUNT
           DISPLAY "   Deleted              : " RC-DELETED-COUNT
           DISPLAY "   Rejected             : " RC-REJECTED-COUNT
           DISPLAY "   Leavers written      : " RC-LEAVERS-WRITTEN
           DISPLAY "   Movers written       : " RC-MOVERS-WRITTEN
           DISPLAY "======================================".

       MAINLINE-EXIT.
      *----------------------------------------------------------------*
      * APPLY-ONE-TRANSACTION - edits the extract record, then adds,  *
      * changes or deletes the directory entry; anything unappliable  *
      * goes to the error file with its reason. A delete or leaver is *
      * written to HRLEAVE whether or not the person is on the        *
      * directory, so their access is still withdrawn.                *
      *----------------------------------------------------------------*
       APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO WS-REJECT-REASON
              WHEN HR-TRAN-CODE NOT EQUAL 'A'
                   AND HR-TRAN-CODE NOT EQUAL 'C'
                   AND HR-TRAN-CODE NOT EQUAL 'D'
                   AND HR-TRAN-CODE NOT EQUAL 'L'
                 MOVE 'TRANSACTION CODE MUST BE A, C, D OR L'
                     TO WS-REJECT-REASON
              WHEN HR-TRAN-CODE EQUAL 'L'
                 CONTINUE
              WHEN HR-TRAN-CODE NOT EQUAL 'D'
                   AND (HR-EXTENSION IS EQUAL TO SPACES
                        OR FUNCTION TEST-NUMVAL(HR-EXTENSION)
                 WHEN 'C'
                    PERFORM APPLY-CHANGE
                 WHEN 'D'
                    PERFORM WRITE-LEAVER-RECORD
                    PERFORM APPLY-DELETE
                 WHEN 'L'
                    PERFORM WRITE-LEAVER-RECORD
              END-EVALUATE
           END-IF

       APPLY-ADD SECTION.
           MOVE HR-EXTENSION TO EMPDIR-EXTENSION
           MOVE HR-ZIP-CODE TO EMPDIR-ZIP-CODE
           MOVE HR-DEPARTMENT TO EMPDIR-DEPARTMENT
           MOVE HR-JOB-TITLE TO EMPDIR-JOB-TITLE
           MOVE HR-LOCATION TO EMPDIR-LOCATION
           IF HR-MGR-LAST-NAME = '*'
              MOVE SPACES TO EMPDIR-MANAGER
           ELSE
              MOVE HR-MANAGER TO EMPDIR-MANAGER
           END-IF
           WRITE EMPDIR-RECORD
           EVALUATE TRUE
              WHEN NORMAL
           ELSE
              MOVE HR-EXTENSION TO EMPDIR-EXTENSION
              MOVE HR-ZIP-CODE TO EMPDIR-ZIP-CODE
              MOVE EMPDIR-DEPARTMENT TO WS-PRIOR-DEPARTMENT
              PERFORM CHANGE-REPORTING-LINE
              REWRITE EMPDIR-RECORD
              IF NORMAL
                 ADD 1 TO RC-CHANGED-COUNT
                 IF HR-DEPARTMENT NOT EQUAL SPACES
                    AND WS-PRIOR-DEPARTMENT NOT EQUAL SPACES
                    AND HR-DEPARTMENT NOT EQUAL WS-PRIOR-DEPARTMENT
                    PERFORM WRITE-MOVER-RECORD
                 END-IF
              ELSE
                 MOVE 'DIRECTORY REWRITE ERROR' TO
                      WS-REJECT-REASON
       APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHANGE-REPORTING-LINE - department, title, location and        *
      * manager as the extract now has them; blanks keep the entry's.  *
      *----------------------------------------------------------------*
       CHANGE-REPORTING-LINE SECTION.
           IF HR-DEPARTMENT NOT EQUAL SPACES
              MOVE HR-DEPARTMENT TO EMPDIR-DEPARTMENT
           END-IF
           IF HR-JOB-TITLE NOT EQUAL SPACES
              MOVE HR-JOB-TITLE TO EMPDIR-JOB-TITLE
           END-IF
           IF HR-LOCATION NOT EQUAL SPACES
              MOVE HR-LOCATION TO EMPDIR-LOCATION
           END-IF
           IF HR-MGR-LAST-NAME = '*'
              MOVE SPACES TO EMPDIR-MANAGER
           ELSE
              IF HR-MANAGER NOT EQUAL SPACES
                 MOVE HR-MANAGER TO EMPDIR-MANAGER
              END-IF
           END-IF
           .
       CHANGE-REPORTING-LINE-EXIT.
           EXIT.

       APPLY-DELETE SECTION.
           READ Empdir-VSAM KEY IS EMPDIR-KEY
           IF NOT NORMAL
           .
       WRITE-ERROR-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-LEAVER-RECORD / WRITE-MOVER-RECORD - the person onto     *
      * HRLEAVE for LEAVPROC.                                          *
      *----------------------------------------------------------------*
       WRITE-LEAVER-RECORD SECTION.
           MOVE SPACES TO HRLEAVE-RECORD
           MOVE 'L' TO HRLEAVE-TYPE
           PERFORM FILL-HRLEAVE-RECORD
           WRITE HRLEAVE-RECORD
           IF HRLEAVE-NORMAL
              ADD 1 TO RC-LEAVERS-WRITTEN
           ELSE
              DISPLAY "ERROR: HRLEAVE write failed, status="
                      HRLEAVE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-LEAVER-RECORD-EXIT.
           EXIT.

       WRITE-MOVER-RECORD SECTION.
           MOVE SPACES TO HRLEAVE-RECORD
           MOVE 'M' TO HRLEAVE-TYPE
           PERFORM FILL-HRLEAVE-RECORD
           MOVE WS-PRIOR-DEPARTMENT TO HRLEAVE-PRIOR-DEPT
           WRITE HRLEAVE-RECORD
           IF HRLEAVE-NORMAL
              ADD 1 TO RC-MOVERS-WRITTEN
           ELSE
              DISPLAY "ERROR: HRLEAVE write failed, status="
                      HRLEAVE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-MOVER-RECORD-EXIT.
           EXIT.

       FILL-HRLEAVE-RECORD SECTION.
           MOVE HR-TRAN-CODE TO HRLEAVE-HR-CODE
           MOVE HR-LAST-NAME TO HRLEAVE-LAST-NAME
           MOVE HR-FIRST-NAME TO HRLEAVE-FIRST-NAME
           MOVE HR-USERID TO HRLEAVE-USERID
           MOVE HR-DEPARTMENT TO HRLEAVE-DEPARTMENT
           MOVE HR-PRIOR-DEPT TO HRLEAVE-PRIOR-DEPT
           MOVE WS-TODAY TO HRLEAVE-DATE
           .
       FILL-HRLEAVE-RECORD-EXIT.
           EXIT.

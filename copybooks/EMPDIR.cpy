      *----------------------------------------------------------------*
      *  EMPDIR - employee-directory VSAM record used by IVTNO to      *
      *  resolve a last/first name to a phone extension and zip code,  *
      *  the lookup the DFSIVTNO wire format was written for. The      *
      *  department, job title, location and the manager's name (the  *
      *  manager's own directory key, blank at the top of the tree)    *
      *  come from the HR extract through EMPLOAD and give IVTNO's     *
      *  DEPTLIST/REPORTS commands and ORGCHART their reporting lines. *
      *----------------------------------------------------------------*
       01  EMPDIR-RECORD.
           05  EMPDIR-KEY.
               10  EMPDIR-FIRST-NAME       PIC X(10).
           05  EMPDIR-EXTENSION            PIC X(10).
           05  EMPDIR-ZIP-CODE             PIC X(07).
           05  EMPDIR-DEPARTMENT           PIC X(06).
           05  EMPDIR-JOB-TITLE            PIC X(20).
           05  EMPDIR-LOCATION             PIC X(10).
           05  EMPDIR-MANAGER.
               10  EMPDIR-MGR-LAST-NAME    PIC X(10).
               10  EMPDIR-MGR-FIRST-NAME   PIC X(10).

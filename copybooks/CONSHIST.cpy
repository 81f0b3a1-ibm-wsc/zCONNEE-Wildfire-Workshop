      *----------------------------------------------------------------*
      *  CONSHIST - one record per issue of parts out of the stores,   *
      *  keyed by part key, issue date and time and a sequence that    *
      *  keeps two issues in the same second apart. Issues come from   *
      *  PARTMSTR's 01ISSU request (source 'O') and from PARTISS's     *
      *  ISSUEIN cards (source 'B'); each reduces the part's on-hand   *
      *  and records the job or cost centre the stock was charged to,  *
      *  the unit cost at the time and the balance left. PARTUSE       *
      *  reports it monthly by part and by cost centre, and PARTREPL   *
      *  can size reorder quantities from the average consumption.    *
      *----------------------------------------------------------------*
       01  CONSHIST-RECORD.
           05  CONSHIST-KEY.
               10  CONSHIST-PART-KEY      PIC X(17).
               10  CONSHIST-ISSUE-DATE    PIC 9(08).
               10  CONSHIST-ISSUE-TIME    PIC 9(06).
               10  CONSHIST-SEQUENCE      PIC 9(02).
           05  CONSHIST-CHARGE-TYPE       PIC X(01).
               88  CONSHIST-TO-JOB            VALUE 'J'.
               88  CONSHIST-TO-COST-CENTRE    VALUE 'C'.
           05  CONSHIST-CHARGE-CODE       PIC X(08).
           05  CONSHIST-QTY-ISSUED        PIC 9(05).
           05  CONSHIST-UNIT-COST         PIC 9(05)V99.
           05  CONSHIST-QTY-AFTER         PIC 9(05).
           05  CONSHIST-USERID            PIC X(08).
           05  CONSHIST-SOURCE            PIC X(01).
               88  CONSHIST-ONLINE            VALUE 'O'.
               88  CONSHIST-BATCH             VALUE 'B'.
           05  FILLER                     PIC X(12).

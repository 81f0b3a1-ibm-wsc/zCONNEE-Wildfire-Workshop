      *----------------------------------------------------------------*
      *  INCIDENT - one incident per run of repeated PROBLOG failures  *
      *  for a program and error code, so a CSCVINC or TRADERBL error  *
      *  is looked at once and its owner and fix are on record. Keyed  *
      *  by the program, the error code (held left-justified, however  *
      *  the writer formatted it) and the timestamp of the first       *
      *  entry grouped under it. Raised and worked on the INCMNT       *
      *  transaction; PROBRPT summarises open and closed incidents     *
      *  and the mean time to close.                                   *
      *                                                                *
      *  While an incident is open every later PROBLOG entry for its   *
      *  program and code counts against it; entries after it is       *
      *  closed start the next incident. The history of who            *
      *  acknowledged, assigned, annotated and closed it is on         *
      *  INCNOTE.                                                      *
      *                                                                *
      *  Root-cause codes:                                             *
      *    APPL program defect          DATA bad or unexpected data    *
      *    INFR region, file or DB      CONF configuration or parm     *
      *    NETW network, remote service USER operator or user error    *
      *    DUPL a repeat of another incident                           *
      *----------------------------------------------------------------*
       01  INCIDENT-RECORD.
           05  INCIDENT-KEY.
               10  INCIDENT-PROGRAM       PIC X(08).
               10  INCIDENT-ERROR-CODE    PIC X(08).
               10  INCIDENT-FIRST-SEEN    PIC X(16).
           05  INCIDENT-STATUS            PIC X(01).
               88  INCIDENT-ACKNOWLEDGED  VALUE 'A'.
               88  INCIDENT-ASSIGNED      VALUE 'W'.
               88  INCIDENT-CLOSED        VALUE 'C'.
               88  INCIDENT-OPEN          VALUE 'A' 'W'.
           05  INCIDENT-LAST-SEEN         PIC X(16).
           05  INCIDENT-OCCURRENCES       PIC 9(07).
           05  INCIDENT-ACK-BY            PIC X(08).
           05  INCIDENT-ACK-AT            PIC X(16).
           05  INCIDENT-OWNER             PIC X(08).
           05  INCIDENT-ROOT-CAUSE        PIC X(04).
               88  INCIDENT-CAUSE-VALID   VALUE 'APPL' 'DATA' 'INFR'
                                                'CONF' 'NETW' 'USER'
                                                'DUPL'.
           05  INCIDENT-CLOSED-BY         PIC X(08).
           05  INCIDENT-CLOSED-AT         PIC X(16).
           05  INCIDENT-NOTE-COUNT        PIC 9(04).
           05  INCIDENT-LAST-NOTE         PIC X(60).
           05  FILLER                     PIC X(20).

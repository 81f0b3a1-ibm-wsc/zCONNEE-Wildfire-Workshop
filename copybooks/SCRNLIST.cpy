      *----------------------------------------------------------------*
      *  SCRNLIST - the sanctions and watch-list screening list,       *
      *  rebuilt every week by SCRNLOAD from compliance's extract. One *
      *  record per listed name - the primary name of each entry and   *
      *  each of its aliases - keyed by the name's screening key (the  *
      *  SCRNCHK normalized form: upper case, punctuation, initials    *
      *  and honorifics dropped, words in alphabetical order) so an    *
      *  intake name is screened with one generic keyed read however   *
      *  its words were keyed or ordered. The entry id is compliance's *
      *  own reference and ties a hit back to their case.              *
      *----------------------------------------------------------------*
       01  SCRNLIST-RECORD.
           05  SCRNLIST-KEY.
               10  SCRNLIST-SCREEN-KEY    PIC X(40).
               10  SCRNLIST-ENTRY-ID      PIC X(12).
           05  SCRNLIST-NAME-TYPE         PIC X(01).
               88  SCRNLIST-PRIMARY-NAME      VALUE 'P'.
               88  SCRNLIST-ALIAS-NAME        VALUE 'A'.
           05  SCRNLIST-LISTED-NAME       PIC X(60).
           05  SCRNLIST-LIST-CODE         PIC X(08).
           05  SCRNLIST-PROGRAM           PIC X(20).
           05  SCRNLIST-LISTED-DATE       PIC X(08).
           05  SCRNLIST-LOADED-DATE       PIC X(08).

      *----------------------------------------------------------------*
      *  SURVEXC - the trade surveillance exception queue: one record  *
      *  per rule a trader's TRDLEDGR activity broke on a day, raised  *
      *  by the daily SURVSCAN batch and worked by compliance through  *
      *  SURVRVW. Rules: 'RTRP' same-day buy and sell round trip in a  *
      *  company, 'CHRN' month-to-date commission out of proportion    *
      *  to the holdings value (churning), 'PRMV' a cluster of buys in *
      *  the days before a price rise that crossed the position's      *
      *  ALARM-CHANGE threshold, 'LRGT' a trade large against the      *
      *  customer's own VALHIST valuation history. The record carries  *
      *  the trades behind it (TRDLEDGR timestamps under the same      *
      *  userid), the userid's running exception count and how often   *
      *  the same rule was broken in earlier months, so a repeat shows *
      *  as one when it is reviewed.                                   *
      *----------------------------------------------------------------*
       01  SURVEXC-RECORD.
           05  SURVEXC-KEY.
               10  SURVEXC-USERID         PIC X(60).
               10  SURVEXC-RULE           PIC X(04).
                   88  SURVEXC-ROUND-TRIP     VALUE 'RTRP'.
                   88  SURVEXC-CHURNING       VALUE 'CHRN'.
                   88  SURVEXC-PRE-MOVE       VALUE 'PRMV'.
                   88  SURVEXC-LARGE-TRADE    VALUE 'LRGT'.
               10  SURVEXC-DATE           PIC 9(08).
      *  SPACES on a rule that looks at the whole account (CHRN).
               10  SURVEXC-COMPANY        PIC X(20).
           05  SURVEXC-STATUS             PIC X(01).
               88  SURVEXC-OPEN               VALUE 'O'.
               88  SURVEXC-REVIEWED           VALUE 'R'.
               88  SURVEXC-ESCALATED          VALUE 'E'.
      *  Exceptions raised against the userid so far, this one
      *  included, and earlier-month exceptions under the same rule.
           05  SURVEXC-USER-COUNT         PIC 9(05).
           05  SURVEXC-RULE-REPEATS       PIC 9(05).
           05  SURVEXC-DETAIL             PIC X(60).
      *  How many trades lie behind the exception; the first ten are
      *  listed by their TRDLEDGR timestamp.
           05  SURVEXC-TRADES-BEHIND      PIC 9(04).
           05  SURVEXC-TRADE-TS           PIC 9(14) OCCURS 10 TIMES.
           05  SURVEXC-RAISED-AT          PIC X(16).
           05  SURVEXC-REVIEWED-BY        PIC X(08).
           05  SURVEXC-REVIEWED-DATE      PIC X(08).
           05  SURVEXC-REVIEW-NOTE        PIC X(40).

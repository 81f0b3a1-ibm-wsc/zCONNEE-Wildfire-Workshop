      *  chain end to end. Records written before chaining existed    *
      *  carry SPACES here and are reported as legacy, with the       *
      *  chain restarting at the first chained record that follows.   *
      *                                                                *
      *  AUDIT-APPROVAL names both userids when an AMOUNT change was  *
      *  held for a second approver (see FAPEND): who proposed it and *
      *  who confirmed it. It is SPACES on every other record, and    *
      *  sits after the chained content bytes.                        *
      *----------------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP      PIC X(14).
           05  AUDIT-AFTER-IMAGE    PIC X(104).
           05  AUDIT-SEQUENCE       PIC 9(08).
           05  AUDIT-CHAIN-CHECK    PIC 9(09).
           05  AUDIT-APPROVAL.
               10  AUDIT-PROPOSED-BY  PIC X(08).
               10  AUDIT-CONFIRMED-BY PIC X(08).

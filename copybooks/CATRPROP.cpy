      *----------------------------------------------------------------*
      *  CATRPROP - one proposed reorder point and reorder quantity    *
      *  for a catalog item, written by the weekly CATRPLAN planning   *
      *  run from the item's last 13 weeks of ORDHIST demand and its   *
      *  supplier's lead time, alongside the values on the catalog     *
      *  when it ran. Buyers return the file marked in DECISION        *
      *  (column 88) 'Y' approve or 'N' reject, with their userid in   *
      *  DECIDED-BY, and may amend the proposed values on a line they  *
      *  approve; CATRAPLY applies only the approved lines. Demand     *
      *  figures are units per day.                                    *
      *----------------------------------------------------------------*
       01  CATRPROP-RECORD.
           05  CATRPROP-PLAN-DATE         PIC 9(08).
           05  CATRPROP-ITEM-REF          PIC 9(04).
           05  CATRPROP-DESCRIPTION       PIC X(40).
           05  CATRPROP-SUPPLIER          PIC X(06).
           05  CATRPROP-LEAD-DAYS         PIC 9(03).
           05  CATRPROP-AVG-DEMAND        PIC 9(04)V99.
           05  CATRPROP-DEMAND-SD         PIC 9(04)V99.
           05  CATRPROP-CUR-POINT         PIC 9(03).
           05  CATRPROP-CUR-QTY           PIC 9(04).
           05  CATRPROP-NEW-POINT         PIC 9(03).
           05  CATRPROP-NEW-QTY           PIC 9(04).
           05  CATRPROP-DECISION          PIC X(01).
               88  CATRPROP-APPROVED          VALUE 'Y'.
               88  CATRPROP-REJECTED          VALUE 'N'.
               88  CATRPROP-UNDECIDED         VALUE SPACE.
           05  CATRPROP-DECIDED-BY        PIC X(08).
           05  FILLER                     PIC X(04).

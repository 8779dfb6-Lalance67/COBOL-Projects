           05  PJ-BEFORE-QTY         PIC 9(5).
           05  PJ-AFTER-QTY          PIC 9(5).
           05  PJ-PROGRAM            PIC X(21).
      *    the work order an issue was made for, when the caller
      *    knows it (pick confirmations, assembly component draws) -
      *    PARTS-JOURNAL zeroes it after each entry, so a caller that
      *    never sets it journals zero rather than a stale order
           05  PJ-ORDER-NO           PIC 9(8).

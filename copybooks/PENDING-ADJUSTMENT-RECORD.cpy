           05  PD-STATUS             PIC X(4).
           05  PD-REVIEW-OPERATOR    PIC X(10).
           05  PD-REVIEW-NOTE        PIC X(30).
      *    the bin an expired STOCK-BATCH is being scrapped out of,
      *    set by SHELF-LIFE-REPORT - approval takes the bin and the
      *    batch down with the on-hand. Spaces on a keyed adjustment.
           05  PD-BIN-CODE           PIC X(4).

      *****************************************************************
      * APPROVED-VENDOR-RECORD.cpy
      * Shared record layout for the APPROVED-VENDOR indexed file -
      * the approved vendor list, one record per part and vendor
      * allowed to supply it, replacing the buyers' binder of paper
      * quotes. Each carries up to five quantity price breaks (the
      * price from that quantity up), the freight and duty per each
      * that turns a quoted price into a landed one, the buyer's
      * preferred-vendor rank (1 first), and an approval status.
      * PO-GENERATE picks the vendor off this list for each
      * suggestion; REORDER-RULES' RR-VENDOR-CODE is only the
      * fallback for a part nobody has listed. Maintained through
      * APPROVED-VENDOR-MAINTENANCE.
      * Key: AV-AVL-KEY (part + vendor)
      *****************************************************************
       01  APPROVED-VENDOR-RECORD.
           05  AV-AVL-KEY.
               10  AV-PART-CODE.
                   15  AV-PART1      PIC X(3).
                   15  AV-PART2      PIC 9(3).
               10  AV-VENDOR-CODE    PIC X(6).
           05  AV-RANK               PIC 9.
      *    APPR may be bought from, PEND awaiting qualification, HOLD
      *    pulled by purchasing or quality
           05  AV-STATUS             PIC X(4).
      *    breaks in rising quantity order; an unused break has a
      *    quantity of zero
           05  AV-BREAK OCCURS 5 TIMES.
               10  AV-BREAK-QTY      PIC 9(5).
               10  AV-BREAK-PRICE    PIC 9(5)V99.
           05  AV-LANDED-ADD         PIC 9(3)V99.
           05  AV-QUOTE-DATE         PIC 9(8).

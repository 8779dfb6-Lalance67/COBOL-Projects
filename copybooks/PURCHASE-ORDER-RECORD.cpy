      *    on records written before receiving existed, which reads
      *    as zero received
           05  PO-RECEIVED-QTY       PIC 9(5).
      *    the unit price the vendor was chosen at off the approved
      *    vendor list - zero (or spaces on older records) when the
      *    order went to the REORDER-RULES vendor unpriced
           05  PO-UNIT-PRICE         PIC 9(5)V99.
      *    outside processing - "O" on a subcontract order raised by
      *    OUTSIDE-PROCESS-ENTRY, where our own parts go out to the
      *    vendor for plating, grinding or heat treat and come back;
      *    space (and spaces on older records) for a stock purchase
           05  PO-TYPE               PIC X.
      *    the work order and lot the parts went out for, the date
      *    they are due back (order date plus VN-LEAD-DAYS), and the
      *    process the vendor is performing - zero/spaces on stock
      *    purchases
           05  PO-WORK-ORDER         PIC 9(8).
           05  PO-LOT-NUMBER         PIC 9(6).
           05  PO-DUE-DATE           PIC 9(8).
           05  PO-PROCESS            PIC X(4).

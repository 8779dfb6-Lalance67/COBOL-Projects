      *****************************************************************
      * STOCK-BATCH-RECORD.cpy
      * Shared record layout for the STOCK-BATCH indexed file - one
      * record per receipt batch of a shelf-life part (PM-SHELF-LIFE-
      * DAYS above zero) in one bin. PO-RECEIVING writes it with the
      * receipt date and the last day the batch may be used; the
      * PART-LOCATION bin quantity still carries the bin's total;
      * STOCK-BATCH-MOVE moves a bin's batches along with its stock,
      * and PART-LIFECYCLE-MAINTENANCE dates stock already in the
      * bins when a part first takes shelf-life days.
      * The key leads with the part then the expiry date, so a
      * START on the part reads its batches earliest-expiring first
      * - PICK-LIST-GENERATE directs picks that way, and refuses
      * anything past SB-EXPIRY-DATE. SHELF-LIFE-REPORT routes an
      * expired batch to scrap through PENDING-ADJUSTMENT and marks
      * it S until ADJUSTMENT-APPROVAL posts or rejects the scrap.
      * Key: SB-BATCH-KEY (part + expiry + bin + receipt + PO)
      *****************************************************************
       01  STOCK-BATCH-RECORD.
           05  SB-BATCH-KEY.
               10  SB-PART-CODE      PIC X(6).
               10  SB-EXPIRY-DATE    PIC 9(8).
               10  SB-BIN-CODE       PIC X(4).
               10  SB-RECEIPT-DATE   PIC 9(8).
               10  SB-PO-NUMBER      PIC 9(8).
           05  SB-BATCH-QTY          PIC 9(5).
      *    A on the shelf, S routed to scrap and awaiting approval
           05  SB-STATUS             PIC X.
      *    the PENDING-ADJUSTMENT ticket the scrap is waiting on
           05  SB-ADJUST-NO          PIC 9(8).

      *****************************************************************
      * STOCK-BATCH-MOVE-PARAMS.cpy
      * CALL parameters for the shared STOCK-BATCH-MOVE subprogram -
      * carries a shelf-life part's dated STOCK-BATCH records along
      * with a PART-LOCATION move, so the batches in a bin always
      * add up to what the bin holds. The caller names the part,
      * the bin the pieces leave, the bin they land in and how many
      * moved; the from-bin's batches give them up earliest expiry
      * first, a batch only partly moved is split, and the pieces
      * keep their expiry, receipt date and PO in the new bin.
      * SBM-TO-BIN of spaces draws the pieces off without re-binning
      * them (stock written off, not moved).
      * SBM-RESULT "Y" every piece moved on a batch, "S" the bin's
      * batches covered only SBM-MOVED-QTY of them, "N" the bin
      * has no dated batches for the part (not a shelf-life part).
      * Usage: COPY "STOCK-BATCH-MOVE-PARAMS.cpy".
      *        CALL "STOCK-BATCH-MOVE" USING STOCK-BATCH-MOVE-PARAMS
      *****************************************************************
       01  STOCK-BATCH-MOVE-PARAMS.
           05  SBM-PART-CODE         PIC X(6).
           05  SBM-FROM-BIN          PIC X(4).
           05  SBM-TO-BIN            PIC X(4).
           05  SBM-QTY               PIC 9(5).
           05  SBM-MOVED-QTY         PIC 9(5).
           05  SBM-RESULT            PIC X.

      *****************************************************************
      * FIXED-ASSET-RECORD.cpy
      * Shared record layout for the indexed FIXED-ASSET register -
      * the books' side of each EQUIPMENT-MASTER machine, kept on
      * the same EQ-EQUIP-CODE so the register and the shop floor
      * agree on what the shop owns. Added and changed through
      * FIXED-ASSET-MAINTENANCE (which also records a disposal and
      * its gain or loss) and depreciated month by month by
      * DEPRECIATION-RUN.
      * Key: FA-EQUIP-CODE
      * Usage: COPY "FIXED-ASSET-RECORD.cpy".
      *****************************************************************
       01  FIXED-ASSET-RECORD.
           05  FA-EQUIP-CODE         PIC X(4).
           05  FA-DESCRIPTION        PIC X(20).
           05  FA-ACQUIRED-DATE      PIC 9(8).
           05  FA-COST               PIC 9(9)V99.
           05  FA-SALVAGE            PIC 9(9)V99.
           05  FA-LIFE-YEARS         PIC 9(2).
      *    S straight-line, D double-declining balance
           05  FA-METHOD             PIC X.
           05  FA-ACCUM-DEPR         PIC 9(9)V99.
      *    YYYYMM of the last month DEPRECIATION-RUN charged - zero
      *    until the first run after acquisition
           05  FA-LAST-DEPR-PERIOD   PIC 9(6).
      *    A in service, D disposed
           05  FA-STATUS             PIC X.
           05  FA-DISPOSAL-DATE      PIC 9(8).
           05  FA-PROCEEDS           PIC 9(9)V99.
      *    proceeds less net book value at disposal - negative is a
      *    loss
           05  FA-GAIN-LOSS          PIC S9(9)V99.
           05  FA-UPDATED-BY         PIC X(10).
           05  FA-UPDATED-DATE       PIC 9(8).

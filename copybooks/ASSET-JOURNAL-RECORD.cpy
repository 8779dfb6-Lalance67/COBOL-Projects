      *****************************************************************
      * ASSET-JOURNAL-RECORD.cpy
      * Shared record layout for the ASSET-JOURNAL history file -
      * one entry per month of depreciation DEPRECIATION-RUN charges
      * to a FIXED-ASSET, and one per disposal FIXED-ASSET-
      * MAINTENANCE records. GL-EXTRACT books the entries dated on
      * its posting day: depreciation expense against accumulated
      * depreciation, and a disposal's cost, accumulated
      * depreciation, proceeds and gain or loss.
      * Usage: COPY "ASSET-JOURNAL-RECORD.cpy".
      *****************************************************************
       01  ASSET-JOURNAL-RECORD.
           05  AJ-POST-DATE          PIC 9(8).
           05  AJ-EQUIP-CODE         PIC X(4).
      *    M month's depreciation, D disposal
           05  AJ-TYPE               PIC X.
      *    YYYYMM the depreciation is for (the disposal month on D)
           05  AJ-PERIOD             PIC 9(6).
      *    the month's depreciation on M; the asset's cost on D
           05  AJ-AMOUNT             PIC 9(9)V99.
      *    accumulated depreciation after the entry
           05  AJ-ACCUM-DEPR         PIC 9(9)V99.
           05  AJ-PROCEEDS           PIC 9(9)V99.
           05  AJ-GAIN-LOSS          PIC S9(9)V99.
           05  AJ-OPERATOR           PIC X(10).

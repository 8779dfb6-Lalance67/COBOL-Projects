      *****************************************************************
      * LOT-HEAT-RESULT-RECORD.cpy
      * Shared record layout for the LOT-HEAT-RESULT indexed file -
      * one record per LOT-FURNACE window HEAT-TREAT-VERIFY has
      * measured against the part's HEAT-RECIPE: the recipe figures
      * in force at the time, the profile actually measured off
      * FURNACE-READING-LOG, pass or fail, and the lot hold a failure
      * places. LOT-TRACE-INQUIRY prints this on the heat-treatment
      * certificate; SERIAL-TRACKING will not ship a piece from a lot
      * still on hold; HEAT-RECIPE-MAINTENANCE releases the hold once
      * quality has dispositioned the lot (through its NCR).
      * Key: LH-WINDOW-KEY (lot + sensor + run date + start item)
      *****************************************************************
       01  LOT-HEAT-RESULT-RECORD.
           05  LH-WINDOW-KEY.
               10  LH-LOT-NUMBER     PIC 9(6).
               10  LH-SENSOR-ID      PIC X(4).
               10  LH-RUN-DATE       PIC 9(8).
               10  LH-START-ITEM     PIC 9(5).
           05  LH-END-ITEM           PIC 9(5).
           05  LH-PART-CODE          PIC X(6).
           05  LH-VERIFY-DATE        PIC 9(8).
      *    P passed, F failed, N not verifiable (no part or recipe)
           05  LH-RESULT             PIC X.
           05  LH-FAIL-REASON        PIC X(20).
      *    the recipe the window was judged against
           05  LH-RCP-RAMP-LIMIT     PIC 9(3)V99.
           05  LH-RCP-SOAK-LOW-K     PIC 9(4)V99.
           05  LH-RCP-SOAK-HIGH-K    PIC 9(4)V99.
           05  LH-RCP-MIN-SOAK       PIC 9(4).
           05  LH-RCP-MAX-HOLD       PIC 9(4).
      *    the profile measured inside the window
           05  LH-READINGS           PIC 9(5).
           05  LH-PEAK-K             PIC 9(4)V99.
           05  LH-MAX-RAMP           PIC 9(3)V99.
           05  LH-SOAK-MIN           PIC 9(5).
           05  LH-HOLD-MIN           PIC 9(5).
      *    Y on hold, R hold released, N never held
           05  LH-HOLD-FLAG          PIC X.
           05  LH-RELEASED-BY        PIC X(10).
           05  LH-RELEASE-DATE       PIC 9(8).
           05  LH-NCR-NO             PIC 9(8).

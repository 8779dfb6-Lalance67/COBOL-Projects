      *****************************************************************
      * INVENTORY-RESERVE-RECORD.cpy
      * Shared record layout for the INVENTORY-RESERVE history file -
      * one entry per SLOW-MOVING-REPORT run: the on-hand value it
      * aged, the reserve that value calls for at the parameter-file
      * percentages, the reserve booked by the run before, and the
      * difference. GL-EXTRACT posts the difference for the runs
      * dated on its posting day, so the ledger reserve always ends
      * up equal to the latest calculation.
      * Usage: COPY "INVENTORY-RESERVE-RECORD.cpy".
      *****************************************************************
       01  INVENTORY-RESERVE-RECORD.
           05  RV-RUN-DATE           PIC 9(8).
           05  RV-ONHAND-VALUE       PIC 9(11)V99.
           05  RV-RESERVE-TOTAL      PIC 9(11)V99.
           05  RV-PRIOR-TOTAL        PIC 9(11)V99.
      *    reserve total less prior total - negative when stock was
      *    sold, scrapped or moved and the reserve comes back
           05  RV-ADJUSTMENT         PIC S9(11)V99.

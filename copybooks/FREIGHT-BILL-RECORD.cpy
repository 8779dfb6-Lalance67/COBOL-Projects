      *****************************************************************
      * FREIGHT-BILL-RECORD.cpy
      * Shared record layout for the FREIGHT-BILL file - one entry
      * per shipment line on a carrier's freight invoice, keyed in
      * by FREIGHT-BILL-ENTRY as the bills arrive, with the work
      * order the shipment went out under. FREIGHT-REPORT sets the
      * month's shipments against these to show what the carrier
      * actually charged beside what we rated and billed on.
      * Usage: COPY "FREIGHT-BILL-RECORD.cpy".
      *****************************************************************
       01  FREIGHT-BILL-RECORD.
           05  FB-CARRIER-CODE       PIC X(10).
      *    the carrier's invoice number
           05  FB-BILL-NO            PIC X(12).
           05  FB-BILL-DATE          PIC 9(8).
           05  FB-ORDER-NO           PIC 9(8).
      *    the carrier's pro / tracking number for the shipment -
      *    the reference SHIP-CONFIRM logged
           05  FB-REFERENCE          PIC X(12).
           05  FB-AMOUNT             PIC 9(5)V99.
           05  FB-ENTERED-BY         PIC X(10).
           05  FB-ENTERED-DATE       PIC 9(8).

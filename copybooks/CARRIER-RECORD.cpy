      *****************************************************************
      * CARRIER-RECORD.cpy
      * Shared record layout for the CARRIER-MASTER indexed file -
      * the freight carriers SHIP-CONFIRM books shipments with, by
      * the same carrier code the dock has always written on
      * SHIPPING-LOG. Each carrier's zone chart (CARRIER-ZONE) and
      * weight-band rate table (CARRIER-RATE) hang off this code,
      * and FREIGHT-BILL-ENTRY keys the carrier's own invoices
      * against it. Maintained through CARRIER-MAINTENANCE.
      * Key: CA-CARRIER-CODE
      *****************************************************************
       01  CARRIER-RECORD.
           05  CA-CARRIER-CODE       PIC X(10).
           05  CA-NAME               PIC X(25).
      *    our shipper account number with the carrier
           05  CA-ACCOUNT-NO         PIC X(12).
      *    the zone a ship-to ZIP prefix not on the zone chart falls
      *    in
           05  CA-DEFAULT-ZONE       PIC 9(2).
      *    the least the carrier bills for any one shipment
           05  CA-MIN-CHARGE         PIC 9(4)V99.
           05  CA-UPDATED-BY         PIC X(10).
           05  CA-UPDATED-DATE       PIC 9(8).

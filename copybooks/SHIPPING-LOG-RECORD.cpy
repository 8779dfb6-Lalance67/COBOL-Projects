           05  SL-CARRIER            PIC X(10).
           05  SL-REFERENCE          PIC X(12).
           05  SL-OPERATOR           PIC X(10).
      *    where the order was actually delivered - the SHIP-TO
      *    address, or the customer's own when the order named none
      *    (ship-to 000); spaces on entries from before ship-tos
           05  SL-SHIP-TO-NO         PIC 9(3).
           05  SL-SHIP-ADDRESS       PIC X(20).
           05  SL-SHIP-CITY          PIC X(15).
           05  SL-SHIP-STATE         PIC X(2).
           05  SL-SHIP-ZIP           PIC X(5).
      *    freight - the terms (P prepaid, C collect, A prepay-and-
      *    add), the estimated shipment weight in pounds, the
      *    carrier zone the ship-to ZIP fell in and the freight
      *    charge rated off CARRIER-RATE (keyed over by the operator
      *    when no band fits). FREIGHT-REPORT sets this against the
      *    carrier's own bill. Spaces on entries from before freight.
           05  SL-FREIGHT-TERM       PIC X.
           05  SL-SHIP-WEIGHT        PIC 9(5)V99.
           05  SL-ZONE               PIC 9(2).
           05  SL-FREIGHT-AMOUNT     PIC 9(5)V99.

      *****************************************************************
      * CARRIER-ZONE-RECORD.cpy
      * Shared record layout for the CARRIER-ZONE indexed file - a
      * carrier's zone chart from our dock, one record per
      * three-digit destination ZIP prefix. SHIP-CONFIRM looks up
      * the first three characters of the ship-to ZIP here; a prefix
      * not on the chart takes the carrier's CA-DEFAULT-ZONE.
      * Key: CZ-ZONE-KEY (carrier code + ZIP prefix)
      *****************************************************************
       01  CARRIER-ZONE-RECORD.
           05  CZ-ZONE-KEY.
               10  CZ-CARRIER-CODE   PIC X(10).
               10  CZ-ZIP-PREFIX     PIC X(3).
           05  CZ-ZONE               PIC 9(2).

      *****************************************************************
      * CARRIER-RATE-RECORD.cpy
      * Shared record layout for the CARRIER-RATE indexed file - a
      * carrier's rate table by zone and weight band. A band is
      * keyed by its top weight, so the rate for a shipment is the
      * first band in its zone whose CR-MAX-WEIGHT is at or above
      * the shipment weight (START KEY >= then READ NEXT, same walk
      * LOT-DETAIL uses): the band's flat charge plus its per-pound
      * rate on the whole weight, never less than the carrier's
      * minimum charge.
      * Key: CR-RATE-KEY (carrier code + zone + band top weight)
      *****************************************************************
       01  CARRIER-RATE-RECORD.
           05  CR-RATE-KEY.
               10  CR-CARRIER-CODE   PIC X(10).
               10  CR-ZONE           PIC 9(2).
      *        pounds - the heaviest shipment this band covers
               10  CR-MAX-WEIGHT     PIC 9(5).
           05  CR-BAND-CHARGE        PIC 9(5)V99.
           05  CR-PER-POUND          PIC 9(2)V99.

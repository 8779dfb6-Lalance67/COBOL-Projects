      *****************************************************************
      * SHIP-TO-RECORD.cpy
      * Shared record layout for the SHIP-TO indexed file - the
      * delivery points a customer has besides the head-office
      * address on CUSTOMER-MASTER (a second plant, a job site, a
      * warehouse), maintained from CUSTOMER-MAINTENANCE. A work
      * order names the ship-to it goes to; SHIP-CONFIRM prints that
      * address and the delivery notes on the packing slip, and
      * INVOICE-GENERATE taxes at the ship-to's jurisdiction, since
      * sales tax is owed where the goods are delivered. Ship-to
      * number 000 is never on file - it means the customer's own
      * CUSTOMER-MASTER address and CU-TAX-JURIS.
      * Key: ST-SHIP-TO-KEY (customer code + ship-to number)
      *****************************************************************
       01  SHIP-TO-RECORD.
           05  ST-SHIP-TO-KEY.
               10  ST-CUSTOMER-CODE  PIC X(6).
               10  ST-SHIP-TO-NO     PIC 9(3).
      *    what the customer calls the site - "EAST PLANT", say
           05  ST-NAME               PIC X(25).
           05  ST-ADDRESS            PIC X(20).
           05  ST-CITY               PIC X(15).
           05  ST-STATE              PIC X(2).
           05  ST-ZIP                PIC X(5).
      *    TAX-RATES jurisdiction for goods delivered here - only
      *    used when the customer is taxable (CU-TAXABLE-FLAG Y);
      *    spaces falls back to the customer's CU-TAX-JURIS
           05  ST-TAX-JURIS          PIC X(4).
      *    dock hours, gate code, who signs - printed on the slip
           05  ST-DELIVERY-NOTES     PIC X(40).
           05  ST-UPDATED-BY         PIC X(10).
           05  ST-UPDATED-DATE       PIC 9(8).

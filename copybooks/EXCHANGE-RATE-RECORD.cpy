      *****************************************************************
      * EXCHANGE-RATE-RECORD.cpy
      * Shared record layout for the EXCHANGE-RATES indexed file -
      * what one unit of a customer's currency is worth in home
      * currency, by currency and the date the rate took effect. A
      * rate holds until the next effective date for the same
      * currency, so the history stays on file and an old invoice
      * can still be read at the rate it was billed at. Maintained
      * through EXCHANGE-RATE-MAINTENANCE and read through the shared
      * EXCHANGE-RATE-LOOKUP subprogram.
      * Key: XR-RATE-KEY
      *****************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  XR-RATE-KEY.
               10  XR-CURRENCY-CODE  PIC X(3).
               10  XR-EFFECTIVE-DATE PIC 9(8).
      *    home currency per one unit, e.g. 001.352100 for a unit
      *    worth a dollar thirty-five
           05  XR-HOME-PER-UNIT      PIC 9(3)V9(6).
           05  XR-UPDATED-BY         PIC X(10).
           05  XR-UPDATED-DATE       PIC 9(8).

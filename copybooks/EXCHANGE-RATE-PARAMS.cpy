      *****************************************************************
      * EXCHANGE-RATE-PARAMS.cpy
      * CALL parameters for the shared EXCHANGE-RATE-LOOKUP
      * subprogram. The caller hands over a currency code and the
      * date the document is dated; the lookup answers the rate in
      * effect that day (home currency per one unit) with XRP-FOUND
      * "Y", or "N" when the table has no rate for the currency on
      * or before that date. Spaces or the home code come back at a
      * rate of 1 without reading the table.
      * Usage: COPY "EXCHANGE-RATE-PARAMS.cpy".
      *        CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS
      *****************************************************************
       01  EXCHANGE-RATE-PARAMS.
           05  XRP-CURRENCY-CODE     PIC X(3).
           05  XRP-AS-OF-DATE        PIC 9(8).
           05  XRP-RATE              PIC 9(3)V9(6).
           05  XRP-FOUND             PIC X.

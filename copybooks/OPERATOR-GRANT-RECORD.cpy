      *****************************************************************
      * OPERATOR-GRANT-RECORD.cpy
      * Shared record layout for the OPERATOR-GRANT indexed file -
      * one entry per function an operator has been granted in
      * OPERATOR-MAINTENANCE, keyed operator then function, so the
      * duties the outside auditors care about (vendor setup,
      * invoice entry, voucher approval, adjustment entry and
      * approval) go to named people one function at a time instead
      * of riding along with an auth level. A grant that would give
      * one operator both sides of a SOD-RULE "H" pair is refused
      * at grant time. FUNCTION-AUTH answers the screens.
      * Usage: COPY "OPERATOR-GRANT-RECORD.cpy".
      *****************************************************************
       01  OPERATOR-GRANT-RECORD.
           05  OG-GRANT-KEY.
               10  OG-OPERATOR-ID    PIC X(10).
      *        one of the codes on FUNCTION-CODE-TABLE.cpy
               10  OG-FUNCTION       PIC X(8).
           05  OG-GRANTED-BY         PIC X(10).
           05  OG-GRANT-DATE         PIC 9(8).

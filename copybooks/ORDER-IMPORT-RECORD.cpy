      *****************************************************************
      * ORDER-IMPORT-RECORD.cpy
      * Shared record layout for the ORDER-IMPORT flat file - the
      * purchase orders our larger customers send electronically,
      * saved out of their spreadsheets in this fixed format. One H
      * record opens each order with the customer code, the
      * customer's PO number, the ship date they asked for, and the
      * priority; the L records that follow are its lines - a C
      * line is a circle cut (radius and material), a T line
      * triangle stock (three sides) - each with the number of
      * pieces wanted. ORDER-IMPORT turns each order into WORK-ORDER
      * and WORK-ORDER-LINE records the same way WORK-ORDER-ENTRY
      * would have keyed them.
      * Usage: COPY "ORDER-IMPORT-RECORD.cpy".
      *****************************************************************
       01  ORDER-IMPORT-RECORD.
      *    H order header, L order line
           05  OI-RECORD-TYPE        PIC X.
           05  OI-LINE.
      *        C circle cut, T triangle stock
               10  OI-LINE-TYPE      PIC X.
      *        I inches (or blank), M millimetres - same choice the
      *        counter gets at WORK-ORDER-ENTRY
               10  OI-UNIT-CODE      PIC X.
               10  OI-RADIUS         PIC 9(3)V99.
               10  OI-MATERIAL-CODE  PIC X(3).
               10  OI-SIDE-A         PIC 99V99.
               10  OI-SIDE-B         PIC 99V99.
               10  OI-SIDE-C         PIC 99V99.
               10  OI-QTY            PIC 9(3).
               10  FILLER            PIC X(14).
           05  OI-HEADER REDEFINES OI-LINE.
               10  OI-CUSTOMER-CODE  PIC X(6).
               10  OI-CUST-PO-NO     PIC X(20).
               10  OI-SHIP-DATE      PIC 9(8).
      *        R rush, anything else normal
               10  OI-PRIORITY       PIC X.
               10  FILLER            PIC X(4).

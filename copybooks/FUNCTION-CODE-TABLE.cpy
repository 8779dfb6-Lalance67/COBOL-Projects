      *****************************************************************
      * FUNCTION-CODE-TABLE.cpy
      * The functions OPERATOR-MAINTENANCE can grant one at a time,
      * with the screen each one guards. A code has to be on this
      * list before it can be granted or named in a SOD-RULE pair.
      * Usage: COPY "FUNCTION-CODE-TABLE.cpy". in WORKING-STORAGE
      *****************************************************************
       78  FUNCTION-CODE-COUNT       VALUE 5.
       01  FUNCTION-CODE-LIST.
           05  FILLER                PIC X(40)
               VALUE "VENDSETPVENDOR SETUP / CHANGE".
           05  FILLER                PIC X(40)
               VALUE "VINVENTRVENDOR INVOICE ENTRY".
           05  FILLER                PIC X(40)
               VALUE "VCHAPPRVVOUCHER APPROVAL (MATCH PASS)".
           05  FILLER                PIC X(40)
               VALUE "INVADJ  INVENTORY ADJUSTMENT ENTRY".
           05  FILLER                PIC X(40)
               VALUE "ADJAPPRVINVENTORY ADJUSTMENT APPROVAL".
       01  FUNCTION-CODE-TABLE REDEFINES FUNCTION-CODE-LIST.
           05  FC-ENTRY OCCURS 5 TIMES.
               10  FC-FUNCTION       PIC X(8).
               10  FC-DESCRIPTION    PIC X(32).

      *****************************************************************
      * ROUTING-RECORD.cpy
      * Shared record layout for the ROUTING indexed file - the
      * sequence of shop operations a job goes through (saw, lathe,
      * furnace, inspect), one record per step. A route belongs
      * either to a stocked part (the assembly a line builds) or to
      * a line type: RT-ROUTE-ID carries the 6-character part code,
      * or the WOL-TYPE letter (C circle, T triangle, A assembly)
      * followed by spaces for the default route every line of that
      * type takes. Each step names its LABOR-RATES operation, the
      * EQUIPMENT-MASTER machine that does the work, and the standard
      * minutes it should take. ROUTING-RELEASE copies a route onto
      * each released order line as WORK-ORDER-OPER records.
      * Maintained through ROUTING-MAINTENANCE.
      * Key: RT-ROUTE-KEY (route id + step number)
      *****************************************************************
       01  ROUTING-RECORD.
           05  RT-ROUTE-KEY.
               10  RT-ROUTE-ID       PIC X(6).
               10  RT-STEP-NO        PIC 9(2).
           05  RT-OPERATION-CODE     PIC X(3).
           05  RT-EQUIP-CODE         PIC X(4).
           05  RT-STD-MINUTES        PIC 9(4)V9.

      *****************************************************************
      * EQUIPMENT-RUN-RECORD.cpy
      * Shared record layout for the EQUIPMENT-RUN-LOG file - one
      * entry each time EQUIPMENT-MAINTENANCE bumps a machine's run
      * counter. EQ-RUN-COUNT is zeroed at every PM, so it cannot
      * say how many runs a machine made last week; this dated log
      * can, and OEE-REPORT reads it for the performance leg.
      * Usage: COPY "EQUIPMENT-RUN-RECORD.cpy".
      *****************************************************************
       01  EQUIPMENT-RUN-RECORD.
           05  ER-EQUIP-CODE         PIC X(4).
           05  ER-RUN-DATE           PIC 9(8).
           05  ER-RUNS               PIC 9(4).
           05  ER-OPERATOR           PIC X(10).

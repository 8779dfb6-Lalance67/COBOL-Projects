      *****************************************************************
      * TOOL-USAGE-RECORD.cpy
      * Shared record layout for the TOOL-USAGE file - an append-only
      * history of every tool event: each routing step a tool ran on
      * (written by OPERATION-REPORT with the usage it added) and
      * each recondition or replacement (written by TOOL-MAINTENANCE),
      * so a tool's life can be traced order by order after its
      * counter has been zeroed.
      * Usage: COPY "TOOL-USAGE-RECORD.cpy".
      *****************************************************************
       01  TOOL-USAGE-RECORD.
           05  TU-TOOL-ID            PIC X(8).
      *    USE, RECN (reconditioned) or REPL (replaced)
           05  TU-EVENT              PIC X(4).
           05  TU-EVENT-DATE         PIC 9(8).
           05  TU-ORDER-NO           PIC 9(8).
           05  TU-LINE-NO            PIC 9(3).
           05  TU-STEP-NO            PIC 9(2).
           05  TU-EQUIP-CODE         PIC X(4).
           05  TU-PIECES             PIC 9(6).
           05  TU-USAGE-ADDED        PIC 9(9)V99.
      *    the tool's counter after the event
           05  TU-USAGE-AFTER        PIC 9(9)V99.
           05  TU-OPERATOR           PIC X(10).

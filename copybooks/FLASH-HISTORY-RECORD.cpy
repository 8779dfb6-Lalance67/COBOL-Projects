      *****************************************************************
      * FLASH-HISTORY-RECORD.cpy
      * Shared record layout for the FLASH-HISTORY indexed file - one
      * entry per closed business day, written by DAILY-FLASH-REPORT
      * at END-OF-DAY, holding the figures the management flash
      * printed so sales, production and finance trends can be
      * pulled later without re-reading every transaction file. A
      * re-run over the same day replaces its entry.
      * FH-PERIOD(1) is the day itself, FH-PERIOD(2) month-to-date
      * through it. The backlog and past-due AR are snapshots as of
      * the close - they cannot be rebuilt afterward, so the flash
      * takes last month's comparison for them from here.
      * Key: FH-FLASH-DATE
      *****************************************************************
       01  FLASH-HISTORY-RECORD.
           05  FH-FLASH-DATE         PIC 9(8).
           05  FH-PERIOD OCCURS 2 TIMES.
      *        new WORK-ORDER headers entered, at their estimate
               10  FH-BOOKED-COUNT   PIC 9(5).
               10  FH-BOOKED-VALUE   PIC 9(9)V99.
      *        SHIPPING-LOG confirmations, at the order estimate
               10  FH-SHIPPED-COUNT  PIC 9(5).
               10  FH-SHIPPED-VALUE  PIC 9(9)V99.
      *        INVOICE-REGISTER total, credit memos netted off
               10  FH-INVOICED       PIC S9(9)V99.
      *        CASH-RECEIPT home currency received
               10  FH-CASH           PIC 9(9)V99.
      *        lot pieces started and good, for the yield
               10  FH-STARTED-QTY    PIC 9(7).
               10  FH-GOOD-QTY       PIC 9(7).
      *        DOWNTIME-LOG stoppage minutes
               10  FH-DOWN-MINUTES   PIC 9(7).
      *    open backlog at its estimate by promise week - past due,
      *    this Monday-Sunday week, the three weeks after it, later,
      *    and no promise date
           05  FH-BACKLOG-COUNT      PIC 9(5).
           05  FH-BACKLOG-BUCKET     PIC 9(9)V99 OCCURS 7 TIMES.
      *    unpaid AR-LEDGER items 30 days or more past invoice date
           05  FH-AR-PAST-DUE-COUNT  PIC 9(5).
           05  FH-AR-PAST-DUE        PIC 9(9)V99.

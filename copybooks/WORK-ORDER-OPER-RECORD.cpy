      *****************************************************************
      * WORK-ORDER-OPER-RECORD.cpy
      * Shared record layout for the WORK-ORDER-OPER indexed file -
      * one record per routing step of one released order line, so
      * the floor can see which step a job is sitting at. Written
      * OPEN by ROUTING-RELEASE when the line goes QUEUED; the
      * operator reports each step DONE with its good and scrap
      * counts through OPERATION-REPORT. A routed line only rolls to
      * COMPLETE when its last step is done, and WIP-REPORT sums the
      * open steps by work center. The tools that ran the step are
      * recorded with the report (see TOOL-RECORD.cpy).
      * Key: WOP-OPER-KEY (order + line + step)
      *****************************************************************
       01  WORK-ORDER-OPER-RECORD.
           05  WOP-OPER-KEY.
               10  WOP-ORDER-NO      PIC 9(8).
               10  WOP-LINE-NO       PIC 9(3).
               10  WOP-STEP-NO       PIC 9(2).
           05  WOP-OPERATION-CODE    PIC X(3).
           05  WOP-EQUIP-CODE        PIC X(4).
           05  WOP-STD-MINUTES       PIC 9(4)V9.
      *    OPEN until reported, then DONE
           05  WOP-STATUS            PIC X(4).
           05  WOP-GOOD-QTY          PIC 9(5).
           05  WOP-SCRAP-QTY         PIC 9(5).
           05  WOP-DONE-DATE         PIC 9(8).
           05  WOP-OPERATOR          PIC X(10).
           05  WOP-RELEASED-DATE     PIC 9(8).
      *    TOOL-MASTER ids of the inserts, dies or fixtures used on
      *    the step, as reported - spaces when none was recorded,
      *    and on steps written before tools were tracked
           05  WOP-TOOL-ID           PIC X(8) OCCURS 3 TIMES.

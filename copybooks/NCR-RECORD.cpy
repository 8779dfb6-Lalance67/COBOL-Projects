      *****************************************************************
      * NCR-RECORD.cpy
      * Shared record layout for the NCR indexed file - one
      * nonconformance report per failed inspection or defect
      * return, numbered from the shared TICKET-SEQUENCE series and
      * opened through the NCR-OPEN subprogram by QC-RESULTS-ENTRY,
      * RMA-ENTRY, and WARRANTY-CLAIM-ENTRY (or by hand on
      * NCR-MAINTENANCE). Hold-and-dispose handles the piece; the
      * NCR makes someone find why. Root cause, corrective action,
      * and verification of effectiveness are each signed off by
      * the operator who closed the step, and NCR-AGING-REPORT keeps
      * the open ones in the daily packet.
      * Key: NC-NCR-NO
      *****************************************************************
       01  NCR-RECORD.
           05  NC-NCR-NO             PIC 9(8).
           05  NC-OPEN-DATE          PIC 9(8).
      *    Q failed QC inspection, R defect return (RM-RMA-NO in
      *    NC-SOURCE-REF), H failed heat-treat verification (lot
      *    number in NC-SOURCE-REF), M opened by hand
           05  NC-SOURCE             PIC X.
           05  NC-SOURCE-REF         PIC 9(8).
           05  NC-PART-CODE.
               10  NC-PART1          PIC X(3).
               10  NC-PART2          PIC 9(3).
           05  NC-LOT-NUMBER         PIC 9(6).
           05  NC-QTY                PIC 9(5).
           05  NC-DEFECT             PIC X(30).
           05  NC-OPENED-BY          PIC X(10).
      *    OPEN no root cause yet, RCA root cause found, CA
      *    corrective action in place, CLSD verified effective
           05  NC-STATUS             PIC X(4).
           05  NC-OWNER              PIC X(10).
           05  NC-DUE-DATE           PIC 9(8).
           05  NC-ROOT-CAUSE         PIC X(40).
           05  NC-RC-BY              PIC X(10).
           05  NC-RC-DATE            PIC 9(8).
           05  NC-CORR-ACTION        PIC X(40).
           05  NC-CA-BY              PIC X(10).
           05  NC-CA-DATE            PIC 9(8).
           05  NC-VERIFY-NOTE        PIC X(40).
           05  NC-VE-BY              PIC X(10).
           05  NC-VE-DATE            PIC 9(8).

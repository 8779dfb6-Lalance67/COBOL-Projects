      *****************************************************************
      * PLANNED-ORDER-RECORD.cpy
      * Shared record layout for the PLANNED-ORDER file MRP-RUN
      * rewrites every night - one record per purchase the open work
      * orders still need after on-hand, allocations and open POs are
      * netted off, back-scheduled from the date the stock is needed
      * by the vendor's lead time in shop business days. RELEASE
      * means the order should go out today to land in time; PLANNED
      * means it is on the horizon and not yet due for release.
      * Usage: COPY "PLANNED-ORDER-RECORD.cpy".
      *****************************************************************
       01  PLANNED-ORDER-RECORD.
           05  PLO-PLAN-SEQ          PIC 9(5).
           05  PLO-PART-CODE.
               10  PLO-PART1         PIC X(3).
               10  PLO-PART2         PIC 9(3).
           05  PLO-VENDOR-CODE       PIC X(6).
           05  PLO-ORDER-QTY         PIC 9(5).
           05  PLO-RELEASE-DATE      PIC 9(8).
           05  PLO-NEED-DATE         PIC 9(8).
      *    the work order whose requirement first went short - the
      *    peg purchasing follows back to the job; zero when it was
      *    DEMAND-FORECAST demand with no order behind it yet
           05  PLO-PEG-ORDER-NO      PIC 9(8).
           05  PLO-ACTION            PIC X(8).
           05  PLO-RUN-DATE          PIC 9(8).

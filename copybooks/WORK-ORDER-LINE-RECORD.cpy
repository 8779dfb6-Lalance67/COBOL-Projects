      *    set from the PART-COST standard at entry.
           05  WOL-PART-CODE         PIC X(6).
           05  WOL-BUILD-QTY         PIC 9(5).
      *    stamped by INVOICE-GENERATE when the line bills - the
      *    invoice it went out on and the amount it billed at, so
      *    job costing can set a single order against its share of
      *    a multi-order invoice. Zero until the line is invoiced,
      *    spaces on lines billed before the stamp existed.
           05  WOL-INVOICE-NO        PIC 9(8).
           05  WOL-BILLED-AMOUNT     PIC 9(6)V99.
      *    set when the line was released off a BLANKET-ORDER call-off
      *    by BLANKET-RELEASE-RUN - INVOICE-GENERATE bills it at
      *    WOL-QUOTED-PRICE, the blanket's agreed piece price, the
      *    same way it honors a quote. Zero on a line entered any
      *    other way, spaces on lines written before the field
      *    existed.
           05  WOL-BLANKET-NO        PIC 9(8).

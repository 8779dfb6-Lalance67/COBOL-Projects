           05  VI-AMOUNT             PIC 9(7)V99.
      *    SUSP awaiting match, APPR vouchered, EXCP mismatched
           05  VI-STATUS             PIC X(4).
      *    the operator who keyed the invoice - spaces on invoices
      *    keyed before it was kept
           05  VI-ENTERED-BY         PIC X(10).
      *    the day the match pass vouchered it (APPR) - GL-EXTRACT
      *    posts the price variance on this day, not the vendor's
      *    invoice date; zero until approved
           05  VI-APPROVE-DATE       PIC 9(8).

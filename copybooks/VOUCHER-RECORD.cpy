           05  VO-PO-NUMBER          PIC 9(8).
           05  VO-AMOUNT             PIC 9(7)V99.
           05  VO-APPROVE-DATE       PIC 9(8).
      *    the vendor's invoice date the payment terms run from -
      *    spaces on a voucher cut before it was kept, which runs
      *    from VO-APPROVE-DATE instead
           05  VO-INVOICE-DATE       PIC 9(8).
      *    PAID once AP-PAYMENT-RUN cuts its check; anything else
      *    (spaces on older vouchers) is still open
           05  VO-PAY-STATUS         PIC X(4).
           05  VO-CHECK-NO           PIC 9(8).
           05  VO-PAID-DATE          PIC 9(8).
           05  VO-DISC-TAKEN         PIC 9(7)V99.
      *    who keyed the vendor invoice and who ran the match pass
      *    that approved it - the two halves SOD-VIOLATION-REPORT
      *    holds apart; spaces on vouchers cut before they were kept
           05  VO-ENTERED-BY         PIC X(10).
           05  VO-APPROVED-BY        PIC X(10).

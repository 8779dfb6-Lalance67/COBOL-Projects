           05  VN-VENDOR-CODE        PIC X(6).
           05  VN-VENDOR-NAME        PIC X(20).
           05  VN-LEAD-DAYS          PIC 9(3).
      *    payment terms AP-PAYMENT-RUN schedules checks from - net
      *    days to the due date and an early-pay discount pct taken
      *    when paid within the discount days; spaces on a vendor
      *    set up before terms were kept read as net 30, no discount
           05  VN-NET-DAYS           PIC 9(3).
           05  VN-DISC-PCT           PIC 9(2)V99.
           05  VN-DISC-DAYS          PIC 9(3).

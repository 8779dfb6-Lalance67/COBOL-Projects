           05  RM-DISPOSITION        PIC X.
           05  RM-LOT-NUMBER         PIC 9(6).
           05  RM-CREDIT-AMOUNT      PIC 9(7)V99.
      *    the WARRANTY-CLAIM-ENTRY claim that opened this RMA -
      *    a warranty return is repaired or replaced, never
      *    credited, so disposition skips the credit memo. Zero
      *    (or spaces, on RMAs from before this existed) for an
      *    ordinary return.
           05  RM-CLAIM-NO           PIC 9(8).

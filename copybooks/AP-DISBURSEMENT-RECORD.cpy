      *****************************************************************
      * AP-DISBURSEMENT-RECORD.cpy
      * Shared record layout for the AP-DISBURSEMENT file - one entry
      * per vendor check AP-PAYMENT-RUN cuts, appended run after run:
      * the gross of the vouchers it clears, the early-pay discount
      * taken, and the net the check is written for. GL-EXTRACT posts
      * the day's checks out of here the way it posts cash receipts
      * out of CASH-RECEIPT.DAT.
      * Usage: COPY "AP-DISBURSEMENT-RECORD.cpy".
      *****************************************************************
       01  AP-DISBURSEMENT-RECORD.
           05  AD-CHECK-NO           PIC 9(8).
           05  AD-CHECK-DATE         PIC 9(8).
           05  AD-VENDOR-CODE        PIC X(6).
           05  AD-VOUCHER-COUNT      PIC 9(3).
           05  AD-GROSS-AMOUNT       PIC 9(9)V99.
           05  AD-DISC-AMOUNT        PIC 9(7)V99.
           05  AD-NET-AMOUNT         PIC 9(9)V99.

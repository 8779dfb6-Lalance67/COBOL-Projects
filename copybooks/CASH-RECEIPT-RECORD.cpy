      * item, written by CASH-RECEIPTS-ENTRY. A check applied across
      * three invoices leaves three entries sharing one receipt
      * number (from the shared TICKET-SEQUENCE generator), so the
      * deposit can be tied back to the invoices it cleared. A
      * customer deposit against a work order is an entry too - see
      * CR-ORDER-NO.
      * Usage: COPY "CASH-RECEIPT-RECORD.cpy".
      *****************************************************************
       01  CASH-RECEIPT-RECORD.
           05  CR-CHECK-NO           PIC X(10).
           05  CR-APPLIED-AMOUNT     PIC 9(9)V99.
           05  CR-OPERATOR           PIC X(10).
      *    the currency the check was written in. CR-APPLIED-AMOUNT
      *    above is the AR relief in home currency at the invoice's
      *    rate; CR-FOREIGN-AMOUNT is what the check paid on the
      *    invoice in the customer's currency, and CR-HOME-RECEIVED
      *    is that amount at CR-EXCHANGE-RATE, the rate on the
      *    receipt date - what actually reached the bank. The
      *    difference between received and applied is the realized
      *    exchange gain (received more) or loss GL-EXTRACT posts on
      *    its own line. For home-currency checks all three amounts
      *    agree at a rate of 1; spaces on entries from before
      *    foreign customers, which read as received = applied.
           05  CR-CURRENCY-CODE      PIC X(3).
           05  CR-FOREIGN-AMOUNT     PIC 9(9)V99.
           05  CR-EXCHANGE-RATE      PIC 9(3)V9(6).
           05  CR-HOME-RECEIVED      PIC 9(9)V99.
      *    a deposit or progress payment taken ahead of billing
      *    carries the work order it was paid against here, with
      *    CR-INVOICE-NO and CR-APPLIED-AMOUNT zero - nothing on AR
      *    is relieved; the money is held on CUSTOMER-DEPOSIT until
      *    the order's final invoice. Zero on invoice applications,
      *    spaces on entries from before deposits were taken.
           05  CR-ORDER-NO           PIC 9(8).

      *****************************************************************
      * CUSTOMER-DEPOSIT-RECORD.cpy
      * Shared record layout for the CUSTOMER-DEPOSIT indexed file -
      * one entry per deposit or progress payment a customer sends
      * ahead of billing against a work order, written by
      * CASH-RECEIPTS-ENTRY. The money itself is a CASH-RECEIPT
      * entry under the same receipt number (no invoice, so it
      * reaches the bank reconciliation and the flash); this entry
      * is the liability it stays as until INVOICE-GENERATE applies
      * it against the order's final invoice. GL-EXTRACT posts the
      * receipt to the customer-deposit liability account and the
      * application back out of it; DEPOSITS-HELD-REPORT lists
      * what is still held.
      * Key: DP-DEPOSIT-KEY (order, then receipt - every deposit on
      * an order reads together)
      *****************************************************************
       01  CUSTOMER-DEPOSIT-RECORD.
           05  DP-DEPOSIT-KEY.
               10  DP-ORDER-NO       PIC 9(8).
               10  DP-RECEIPT-NO     PIC 9(8).
           05  DP-CUSTOMER-CODE      PIC X(6).
           05  DP-RECEIPT-DATE       PIC 9(8).
           05  DP-CHECK-NO           PIC X(10).
      *    the check in the customer's currency, its rate on the
      *    receipt date (home per unit) and the home amount that
      *    went to the bank - the liability is carried at that
      *    home figure. USD at a rate of 1 for home customers.
           05  DP-CURRENCY-CODE      PIC X(3).
           05  DP-FOREIGN-AMOUNT     PIC 9(9)V99.
           05  DP-EXCHANGE-RATE      PIC 9(3)V9(6).
           05  DP-AMOUNT             PIC 9(9)V99.
      *    HELD (nothing applied), APPLD (applied in full) or PART
      *    (the final invoice came to less than the deposit - the
      *    rest is still held, a refund or credit to settle by hand)
           05  DP-STATUS             PIC X(6).
      *    the application: the invoice and run date, how much of
      *    the deposit it used in the customer's currency, the home
      *    liability released (at the deposit's rate) and the home
      *    AR relief (at the invoice's rate) - the two differ only
      *    for a foreign customer, as an exchange gain or loss
           05  DP-APPLIED-INVOICE    PIC 9(8).
           05  DP-APPLIED-DATE       PIC 9(8).
           05  DP-FOREIGN-APPLIED    PIC 9(9)V99.
           05  DP-APPLIED-AMOUNT     PIC 9(9)V99.
           05  DP-AR-RELIEF          PIC 9(9)V99.
           05  DP-OPERATOR           PIC X(10).

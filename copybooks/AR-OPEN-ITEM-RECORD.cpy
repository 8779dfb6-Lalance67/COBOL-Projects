      *    OPEN (nothing applied), PART (some applied), PAID (closed)
           05  AR-STATUS             PIC X(6).
           05  AR-LAST-PAY-DATE      PIC 9(8).
      *    the customer's currency - the item is owed in that
      *    currency (AR-FOREIGN-AMOUNT, with AR-FOREIGN-PAID applied
      *    so far) at the invoice's AR-EXCHANGE-RATE, home per unit;
      *    the home amounts above are the invoice-rate equivalents
      *    the books carry. A receipt at a different rate than the
      *    invoice leaves the difference as a realized exchange gain
      *    or loss - see CASH-RECEIPT-RECORD. USD at a rate of 1 for
      *    home-currency customers; spaces on items from before
      *    foreign customers.
           05  AR-CURRENCY-CODE      PIC X(3).
           05  AR-EXCHANGE-RATE      PIC 9(3)V9(6).
           05  AR-FOREIGN-AMOUNT     PIC 9(9)V99.
           05  AR-FOREIGN-PAID       PIC 9(9)V99.

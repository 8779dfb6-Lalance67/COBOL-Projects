      *    billed invoice; C is an RMA credit memo whose amount nets
      *    NEGATIVE against the register totals
           05  IR-DOC-TYPE           PIC X.
      *    the customer's currency - the amounts above stay in home
      *    currency for the register totals and GL-EXTRACT; the
      *    invoice went out converted at IR-EXCHANGE-RATE (home per
      *    unit) and IR-FOREIGN-AMOUNT is the total the customer was
      *    billed. USD at a rate of 1 for home-currency customers;
      *    spaces on entries from before foreign customers.
           05  IR-CURRENCY-CODE      PIC X(3).
           05  IR-EXCHANGE-RATE      PIC 9(3)V9(6).
           05  IR-FOREIGN-AMOUNT     PIC 9(9)V99.
      *    prepay-and-add freight billed on the invoice, inside
      *    IR-TOTAL-AMOUNT, and whether the jurisdiction taxed it
      *    (Y) - TAX-SUMMARY-REPORT keeps untaxed freight out of
      *    taxable sales. Zero/spaces on credit memos and on entries
      *    from before freight was billed.
           05  IR-FREIGHT-AMOUNT     PIC 9(7)V99.
           05  IR-FREIGHT-TAXABLE    PIC X.

           05  TX-DESCRIPTION        PIC X(20).
      *    percent of the invoice total, e.g. 06.250 for 6.25%
           05  TX-RATE-PCT           PIC 9(2)V999.
      *    whether freight billed to the customer is taxed here - Y
      *    adds INVOICE-GENERATE's freight line into the taxable
      *    subtotal, anything else (and spaces, on records from
      *    before freight was billed) leaves it out
           05  TX-FREIGHT-TAXABLE    PIC X.

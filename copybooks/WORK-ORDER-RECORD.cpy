      *    batch queues and adds the expedite surcharge line at
      *    invoicing; N (or blank, on older orders) is normal work
           05  WO-PRIORITY           PIC X.
      *    the customer's own purchase-order number, keyed at entry
      *    or carried in on an ORDER-IMPORT file - printed on the
      *    packing slip and the invoice so the customer can match
      *    them; spaces when the customer gave none (and on orders
      *    written before the field existed)
           05  WO-CUST-PO-NO         PIC X(20).
      *    salesperson credited with this order's commission when it
      *    is not the customer's own CU-SALESPERSON-ID (a house
      *    account worked by someone else, say) - spaces means the
      *    customer's salesperson, as on every order written before
      *    the field existed
           05  WO-SALESPERSON-ID     PIC X(4).
      *    which of the customer's SHIP-TO delivery points the order
      *    goes to - zero means the CUSTOMER-MASTER address, as on
      *    every order written before ship-tos existed (those read
      *    back as spaces, and callers treat non-numeric as zero)
           05  WO-SHIP-TO-NO         PIC 9(3).
      *    freight terms chosen at SHIP-CONFIRM - P prepaid (we pay
      *    and absorb it), C collect (the customer pays the carrier)
      *    or A prepay-and-add (we pay and INVOICE-GENERATE bills
      *    WO-FREIGHT-CHARGE back as a freight line). Spaces/zero
      *    until the order ships, and on orders from before freight
      *    was tracked.
           05  WO-FREIGHT-TERM       PIC X.
           05  WO-FREIGHT-CHARGE     PIC 9(5)V99.

      *****************************************************************
      * BLANKET-ORDER-RECORD.cpy
      * Shared record layout for the BLANKET-ORDER indexed file - a
      * customer's standing commitment for one part (a circle of a
      * given radius and material, or a triangle of given sides) over
      * a validity window, at a price agreed up front. The call-offs
      * against it are scheduled on BLANKET-RELEASE (see
      * BLANKET-RELEASE-RECORD.cpy); BLANKET-RELEASE-RUN turns each
      * due call-off into a WORK-ORDER at BO-UNIT-PRICE and adds what
      * it released to BO-RELEASED-QTY. Remaining quantity is always
      * BO-AGREED-QTY less BO-RELEASED-QTY. BLANKET-STATUS-REPORT
      * warns on blankets close to used up or close to lapsing with
      * quantity left. Maintained through BLANKET-ORDER-MAINTENANCE;
      * the blanket number comes from the shared TICKET-SEQUENCE.
      * Key: BO-BLANKET-NO
      *****************************************************************
       01  BLANKET-ORDER-RECORD.
           05  BO-BLANKET-NO         PIC 9(8).
           05  BO-CUSTOMER-CODE      PIC X(6).
      *    the customer's own blanket PO number - carried onto every
      *    release's WO-CUST-PO-NO so the invoices match their paper
           05  BO-CUST-PO-NO         PIC X(20).
      *    C for a circle cut (radius and material filled) or T for
      *    triangle stock (sides filled), as on WORK-ORDER-LINE
           05  BO-TYPE               PIC X.
           05  BO-RADIUS             PIC 9(3)V99.
           05  BO-MATERIAL-CODE      PIC X(3).
           05  BO-SIDE-A             PIC 99V99.
           05  BO-SIDE-B             PIC 99V99.
           05  BO-SIDE-C             PIC 99V99.
           05  BO-AGREED-QTY         PIC 9(6).
           05  BO-RELEASED-QTY       PIC 9(6).
      *    the agreed price per piece - every release bills at this
      *    instead of re-pricing through MATERIAL-RATES and
      *    PRICE-AGREEMENT
           05  BO-UNIT-PRICE         PIC 9(6)V99.
           05  BO-VALID-FROM         PIC 9(8).
           05  BO-VALID-TO           PIC 9(8).
      *    OPEN while call-offs may still be released; CLOSED once
      *    the agreed quantity is all released or the office closes
      *    it early - nothing further releases against a CLOSED
      *    blanket
           05  BO-STATUS             PIC X(6).
           05  BO-UPDATED-BY         PIC X(10).
           05  BO-UPDATED-DATE       PIC 9(8).

      *****************************************************************
      * BLANKET-RELEASE-RECORD.cpy
      * Shared record layout for the BLANKET-RELEASE indexed file -
      * the call-off schedule under a BLANKET-ORDER, one record per
      * scheduled delivery, the same header/detail split
      * WORK-ORDER-LINE uses under WORK-ORDER. A release is keyed
      * SCHED by BLANKET-ORDER-MAINTENANCE; BLANKET-RELEASE-RUN
      * writes its WORK-ORDER once the due date comes inside the
      * release lead time and stamps it RELEASED with the order
      * number and the quantity actually released (less than
      * scheduled only when the blanket had less than that left).
      * A release the customer calls off is marked CANCEL and never
      * released.
      * Key: BR-RELEASE-KEY (blanket number + release number)
      *****************************************************************
       01  BLANKET-RELEASE-RECORD.
           05  BR-RELEASE-KEY.
               10  BR-BLANKET-NO     PIC 9(8).
               10  BR-RELEASE-NO     PIC 9(3).
      *    the day the customer wants the call-off shipped - becomes
      *    the work order's promise date
           05  BR-DUE-DATE           PIC 9(8).
           05  BR-SCHED-QTY          PIC 9(3).
      *    SCHED, RELEASED or CANCEL
           05  BR-STATUS             PIC X(8).
           05  BR-ORDER-NO           PIC 9(8).
           05  BR-RELEASED-QTY       PIC 9(3).
           05  BR-RELEASED-DATE      PIC 9(8).

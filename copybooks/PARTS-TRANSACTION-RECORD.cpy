           05  PT-PROGRAM            PIC X(21).
           05  PT-OPERATOR           PIC X(10).
           05  PT-TIMESTAMP          PIC X(21).
      *    the work order the movement was issued to - zero when the
      *    movement is not for an order, spaces on entries written
      *    before the order reference existed
           05  PT-ORDER-NO           PIC 9(8).

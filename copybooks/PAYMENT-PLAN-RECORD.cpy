      *****************************************************************
      * PAYMENT-PLAN-RECORD.cpy
      * Shared record layout for the PAYMENT-PLAN indexed file - a
      * family's agreement to pay a term's balance in scheduled
      * installments instead of all at once. Set up through
      * TUITION-BILLING, which moves the plan amount off the
      * account's current balance with a TO PAYMENT PLAN credit on
      * STUDENT-ACCOUNT; PAYMENT-PLAN-RUN then charges each
      * installment back onto the account on its due date (a
      * business day off DATE-SERVICE), assesses the late fee once
      * an installment is unpaid past its grace period, and
      * defaults the plan when too many are late. The account
      * balance therefore always means "due now".
      * Key: PP-PLAN-KEY (student + term)
      *****************************************************************
       01  PAYMENT-PLAN-RECORD.
           05  PP-PLAN-KEY.
               10  PP-STUDENT-ID     PIC X(6).
               10  PP-TERM           PIC X(5).
           05  PP-PLAN-AMOUNT        PIC 9(5)V99.
           05  PP-INSTALL-COUNT      PIC 9.
      *    A active, C complete (every installment paid), F
      *    defaulted - the unbilled rest was charged at default
           05  PP-STATUS             PIC X.
           05  PP-SET-UP-BY          PIC X(10).
           05  PP-SET-UP-DATE        PIC 9(8).
           05  PP-DEFAULT-DATE       PIC 9(8).
           05  PP-LATE-COUNT         PIC 9.
      *    PP-INST-STATUS: S scheduled, B billed to the account, L
      *    billed and late fee assessed, P paid
           05  PP-INSTALLMENT OCCURS 6 TIMES.
               10  PP-DUE-DATE       PIC 9(8).
               10  PP-INST-AMOUNT    PIC 9(5)V99.
               10  PP-INST-STATUS    PIC X.

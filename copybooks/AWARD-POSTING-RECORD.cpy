      *****************************************************************
      * AWARD-POSTING-RECORD.cpy
      * Shared record layout for the line-sequential AWARD-POSTING
      * file - one line per award credit AWARD-POSTING put on
      * STUDENT-ACCOUNT, so every scholarship dollar on the ledger
      * can be traced to its award and fund. The fund report in
      * AWARD-MAINTENANCE totals it against AW-YEAR-BUDGET.
      * Usage: COPY "AWARD-POSTING-RECORD.cpy".
      *****************************************************************
       01  AWARD-POSTING-RECORD.
           05  AWP-STUDENT-ID        PIC X(6).
           05  AWP-AWARD-CODE        PIC X(6).
           05  AWP-FUND-CODE         PIC X(6).
           05  AWP-TERM              PIC X(5).
           05  AWP-POST-DATE         PIC 9(8).
           05  AWP-TUITION-CHARGE    PIC 9(5)V99.
           05  AWP-AMOUNT            PIC 9(5)V99.

      *****************************************************************
      * CHART-OF-ACCOUNTS-RECORD.cpy
      * Shared record layout for the CHART-OF-ACCOUNTS file - the
      * shop's account numbers and names, seeded by GL-EXTRACT on a
      * fresh machine and read by the budget programs so a budget
      * line can only be keyed against an account the ledger knows.
      * Usage: COPY "CHART-OF-ACCOUNTS-RECORD.cpy".
      *****************************************************************
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT            PIC 9(4).
           05  CA-NAME               PIC X(30).

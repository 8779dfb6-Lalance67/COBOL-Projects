      *****************************************************************
      * BANK-RECON-HISTORY-RECORD.cpy
      * Shared record layout for the BANK-RECON-HISTORY file - one
      * entry per bank statement BANK-RECONCILIATION has tied out,
      * appended in statement order. The last entry's reconciled
      * book balance is where the next month's book balance starts.
      * Usage: COPY "BANK-RECON-HISTORY-RECORD.cpy".
      *****************************************************************
       01  BANK-RECON-HISTORY-RECORD.
           05  BH-STMT-END           PIC 9(8).
           05  BH-STMT-BALANCE       PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  BH-BOOK-BALANCE       PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  BH-RECON-DATE         PIC 9(8).

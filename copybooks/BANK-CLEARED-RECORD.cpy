      *****************************************************************
      * BANK-CLEARED-RECORD.cpy
      * Shared record layout for the BANK-CLEARED file - one entry
      * per book item a bank statement has cleared, appended by
      * BANK-RECONCILIATION when a month reconciles so the item is
      * never listed as outstanding again. D is a deposit (keyed by
      * its CASH-RECEIPT receipt number), C a vendor check (keyed by
      * its AP-DISBURSEMENT check number). Items the first
      * reconciliation found dated before its statement are written
      * with a zero bank date - cleared before records were kept.
      * Usage: COPY "BANK-CLEARED-RECORD.cpy".
      *****************************************************************
       01  BANK-CLEARED-RECORD.
           05  BC-ITEM-TYPE          PIC X.
           05  BC-REFERENCE          PIC 9(8).
           05  BC-AMOUNT             PIC 9(9)V99.
           05  BC-BANK-DATE          PIC 9(8).
           05  BC-STMT-END           PIC 9(8).

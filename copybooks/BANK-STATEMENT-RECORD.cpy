      *****************************************************************
      * BANK-STATEMENT-RECORD.cpy
      * Shared record layout for the BANK-STATEMENT flat file - the
      * bank's monthly statement for the operating account as the
      * bank sends it. One H record carries the statement period and
      * the opening and ending balances; each D record is one item
      * the bank posted: the date, the check number or deposit
      * reference, the amount, and D (money out) or C (money in).
      * BANK-RECONCILIATION reads it against the shop's books.
      * Usage: COPY "BANK-STATEMENT-RECORD.cpy".
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
      *    H statement header, D posted item
           05  BS-RECORD-TYPE        PIC X.
           05  BS-DETAIL.
               10  BS-TRAN-DATE      PIC 9(8).
               10  BS-REFERENCE      PIC X(10).
               10  BS-AMOUNT         PIC 9(9)V99.
               10  BS-DR-CR          PIC X.
               10  BS-DESCRIPTION    PIC X(20).
           05  BS-HEADER REDEFINES BS-DETAIL.
               10  BS-STMT-START     PIC 9(8).
               10  BS-STMT-END       PIC 9(8).
               10  BS-OPEN-BALANCE   PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10  BS-CLOSE-BALANCE  PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(10).

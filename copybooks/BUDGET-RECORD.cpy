      *****************************************************************
      * BUDGET-RECORD.cpy
      * Shared record layout for the indexed BUDGET file - the plan
      * for one CHART-OF-ACCOUNTS account in one fiscal period (the
      * YYYYMM of PERIOD-CONTROL's PC-PERIOD), keyed in through
      * BUDGET-MAINTENANCE or loaded from the annual spreadsheet by
      * BUDGET-IMPORT, and set against GL-HISTORY actuals by
      * BUDGET-VARIANCE-REPORT.
      * Key: BG-BUDGET-KEY
      * Usage: COPY "BUDGET-RECORD.cpy".
      *****************************************************************
       01  BUDGET-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-ACCOUNT        PIC 9(4).
               10  BG-PERIOD         PIC 9(6).
      *    the department that owns the spending - the report groups
      *    and subtotals by it
           05  BG-DEPARTMENT         PIC X(6).
      *    the planned amount in the account's natural direction -
      *    spending on an expense or asset account, earnings on a
      *    revenue or liability account
           05  BG-AMOUNT             PIC S9(9)V99.
           05  BG-UPDATED-BY         PIC X(10).
           05  BG-UPDATED-DATE       PIC 9(8).

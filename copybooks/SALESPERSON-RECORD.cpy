      *****************************************************************
      * SALESPERSON-RECORD.cpy
      * Shared record layout for the indexed SALESPERSON master -
      * who sells for us and what they earn on it. Customers carry
      * their salesperson on CU-SALESPERSON-ID and a work order can
      * name a different one on WO-SALESPERSON-ID; COMMISSION-RUN
      * pays SP-COMMISSION-PCT of the cash we actually collect on
      * their invoices. A split gives SP-SPLIT-PCT of every
      * commission this salesperson earns to SP-SPLIT-ID (an
      * inside-sales partner, say) - spaces is no split. Maintained
      * through SALESPERSON-MAINTENANCE.
      * Key: SP-SALESPERSON-ID
      * Usage: COPY "SALESPERSON-RECORD.cpy".
      *****************************************************************
       01  SALESPERSON-RECORD.
           05  SP-SALESPERSON-ID     PIC X(4).
           05  SP-NAME               PIC X(25).
      *    percent of collected, pre-tax sales - 05.00 is five percent
           05  SP-COMMISSION-PCT     PIC 9(2)V99.
           05  SP-SPLIT-ID           PIC X(4).
      *    share of each commission credited to the split partner
           05  SP-SPLIT-PCT          PIC 9(3).
      *    A active, I inactive - inactive people still get paid on
      *    cash collected from their old invoices
           05  SP-STATUS             PIC X.
           05  SP-UPDATED-BY         PIC X(10).
           05  SP-UPDATED-DATE       PIC 9(8).

      *****************************************************************
      * DEMAND-FORECAST-RECORD.cpy
      * Shared record layout for the DEMAND-FORECAST indexed file -
      * one record per SALES-HISTORY material bucket per month,
      * written by the monthly DEMAND-FORECAST-RUN for the rolling
      * twelve months ahead. DF-STAT-QTY is the run's figure (the
      * moving-average level times the month's seasonal index, in
      * billed items); a planner's FORECAST-OVERRIDE figure sets
      * DF-OVERRIDE-FLAG and survives later runs. DF-PLAN-QTY is the
      * one MRP-RUN and CAPACITY-SCHEDULE take - the override when
      * there is one, otherwise the run's figure. Once the month has
      * closed the run fills in DF-ACTUAL-QTY from SALES-HISTORY and
      * the error against the plan.
      * Key: DF-FORECAST-KEY (material + year-month)
      *****************************************************************
       01  DEMAND-FORECAST-RECORD.
           05  DF-FORECAST-KEY.
               10  DF-MATERIAL-CODE  PIC X(3).
               10  DF-YEAR-MONTH     PIC 9(6).
           05  DF-LEVEL              PIC 9(6)V9.
           05  DF-SEASONAL-INDEX     PIC 9V99.
           05  DF-STAT-QTY           PIC 9(6).
           05  DF-OVERRIDE-FLAG      PIC X.
           05  DF-OVERRIDE-QTY       PIC 9(6).
           05  DF-OVERRIDE-BY        PIC X(10).
           05  DF-OVERRIDE-DATE      PIC 9(8).
           05  DF-OVERRIDE-NOTE      PIC X(20).
           05  DF-PLAN-QTY           PIC 9(6).
      *    Y once the month has closed and the actual is posted
           05  DF-ACTUAL-FLAG        PIC X.
           05  DF-ACTUAL-QTY         PIC 9(6).
      *    actual less plan - negative when the month came in short
           05  DF-ERROR-QTY          PIC S9(6).
           05  DF-RUN-DATE           PIC 9(8).

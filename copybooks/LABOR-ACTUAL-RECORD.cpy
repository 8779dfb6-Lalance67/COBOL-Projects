      * the month (unlike end-of-day scratch files) so
      * LABOR-VARIANCE-REPORT can put actual minutes next to the
      * LABOR-RATES estimates and the estimating rates can finally
      * be corrected from evidence. WEEKLY-TIMECARD totals the
      * same entries by operator and day for payroll.
      * Usage: COPY "LABOR-ACTUAL-RECORD.cpy".
      *****************************************************************
       01  LABOR-ACTUAL-RECORD.
           05  LA-OPERATOR           PIC X(10).
           05  LA-WORK-DATE          PIC 9(8).
           05  LA-MINUTES            PIC 9(5).
      *    wall-clock HHMM the punch opened and closed - a stop
      *    earlier than the start ran past midnight. WEEKLY-TIMECARD
      *    checks these for overlapping punches; entries written
      *    before the times were kept hold spaces and are not checked
           05  LA-START-TIME         PIC 9(4).
           05  LA-STOP-TIME          PIC 9(4).

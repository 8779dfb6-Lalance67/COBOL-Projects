      *****************************************************************
      * SOD-RULE-RECORD.cpy
      * Shared record layout for the SOD-RULE indexed file - the
      * segregation-of-duties conflict rules kept by
      * SOD-RULE-MAINTENANCE. Each rule names a pair of function
      * codes (stored with the lower code first, so a pair is on
      * file once whichever way round it was keyed) and says how
      * they conflict:
      *   H - one operator may not HOLD both grants; OPERATOR-
      *       MAINTENANCE refuses the second grant
      *   D - one operator may hold both but may not perform both on
      *       the same DOCUMENT (the same voucher, the same
      *       adjustment)
      * SOD-VIOLATION-REPORT checks both kinds against what actually
      * happened.
      * Usage: COPY "SOD-RULE-RECORD.cpy".
      *****************************************************************
       01  SOD-RULE-RECORD.
           05  SR-RULE-KEY.
               10  SR-FUNCTION-A     PIC X(8).
               10  SR-FUNCTION-B     PIC X(8).
           05  SR-RULE-TYPE          PIC X.
           05  SR-DESCRIPTION        PIC X(40).
           05  SR-ADDED-BY           PIC X(10).
           05  SR-ADDED-DATE         PIC 9(8).

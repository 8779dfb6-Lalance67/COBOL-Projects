      *****************************************************************
      * PAYROLL-EXPORT-RECORD.cpy
      * Shared record layout for the PAYROLL-EXPORT file - the week's
      * clocked time in the flat fixed format the payroll service
      * loads, built by WEEKLY-TIMECARD from LABOR-ACTUAL. An HD
      * record opens the file with the pay week; each operator who
      * clocked time is one DT record with the week's minutes split
      * into regular, overtime, and holiday-premium time; a TR record
      * closes the file with the control totals the service checks
      * the load against.
      * Usage: COPY "PAYROLL-EXPORT-RECORD.cpy".
      *****************************************************************
       01  PAYROLL-EXPORT-RECORD.
      *    HD header, DT operator detail, TR trailer
           05  PX-RECORD-TYPE        PIC X(2).
           05  PX-HEADER.
               10  PX-WEEK-START     PIC 9(8).
               10  PX-WEEK-END       PIC 9(8).
               10  PX-CREATE-DATE    PIC 9(8).
               10  PX-CREATE-TIME    PIC 9(6).
               10  FILLER            PIC X(48).
           05  PX-DETAIL REDEFINES PX-HEADER.
               10  PX-OPERATOR       PIC X(10).
               10  PX-WEEK-END-DT    PIC 9(8).
               10  PX-REGULAR-MIN    PIC 9(5).
               10  PX-OVERTIME-MIN   PIC 9(5).
               10  PX-HOLIDAY-MIN    PIC 9(5).
      *        percent added on top of base pay for holiday minutes
               10  PX-HOLIDAY-PCT    PIC 9(3).
               10  PX-TOTAL-MIN      PIC 9(5).
      *        Y when the timecard carries a missing clock-out or an
      *        overlapping punch the supervisor has not resolved -
      *        the service holds the check for review
               10  PX-EXCEPTION-FLAG PIC X.
               10  FILLER            PIC X(36).
           05  PX-TRAILER REDEFINES PX-HEADER.
      *        every record in the file, HD and TR included
               10  PX-TR-RECORD-COUNT
                                     PIC 9(7).
               10  PX-TR-OPERATOR-COUNT
                                     PIC 9(5).
               10  PX-TR-REGULAR-MIN PIC 9(9).
               10  PX-TR-OVERTIME-MIN
                                     PIC 9(9).
               10  PX-TR-HOLIDAY-MIN PIC 9(9).
      *        hash of every DT total, the service's load check
               10  PX-TR-TOTAL-MIN   PIC 9(9).
               10  FILLER            PIC X(30).

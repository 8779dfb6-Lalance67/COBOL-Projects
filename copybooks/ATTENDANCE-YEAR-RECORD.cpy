      *****************************************************************
      * ATTENDANCE-YEAR-RECORD.cpy
      * Shared record layout for the ATTENDANCE-YEAR file - one row
      * per student per closed school year with the year's days
      * present, absent, tardy and out on an excused suspension off
      * ATTENDANCE, appended by YEAR-END-ROLLOVER when it closes the
      * year out.
      * Usage: COPY "ATTENDANCE-YEAR-RECORD.cpy".
      *****************************************************************
       01  ATTENDANCE-YEAR-RECORD.
           05  AY-STUDENT-ID         PIC X(6).
           05  AY-SCHOOL-YEAR        PIC 9(4).
           05  AY-FROM-DATE          PIC 9(8).
           05  AY-THRU-DATE          PIC 9(8).
           05  AY-DAYS-PRESENT       PIC 9(3).
           05  AY-DAYS-ABSENT        PIC 9(3).
           05  AY-DAYS-TARDY         PIC 9(3).
           05  AY-DAYS-SUSPENDED     PIC 9(3).
           05  AY-CLOSED-DATE        PIC 9(8).

      *****************************************************************
      * ATTENDANCE-SCAN-RECORD.cpy
      * Shared record layout for the ATTENDANCE-SCAN batch file - one
      * line per student ID card read at a classroom badge reader,
      * as the readers upload them. BADGE-SCAN-INTAKE maps the
      * reader to its room (RM-READER-ID on ROOM-MASTER) and the
      * time to a period (BELL-SCHEDULE-TABLE.cpy) to find the
      * section the student was scanned into.
      * Usage: COPY "ATTENDANCE-SCAN-RECORD.cpy".
      *****************************************************************
       01  ATTENDANCE-SCAN-RECORD.
           05  AS-READER-ID          PIC X(6).
           05  AS-STUDENT-ID         PIC X(6).
      *    YYYYMMDDHHMMSS as the reader stamps it
           05  AS-TIMESTAMP.
               10  AS-SCAN-DATE      PIC 9(8).
               10  AS-SCAN-TIME      PIC 9(6).

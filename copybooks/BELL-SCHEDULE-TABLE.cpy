      *****************************************************************
      * BELL-SCHEDULE-TABLE.cpy
      * The school day's class periods and their bell times (24-hour
      * HHMM) - the CS-PERIOD numbers COURSE-SECTION carries. A badge
      * scan belongs to the first period that has not yet ended when
      * it is read, so a student scanned in the passing time is
      * counted on time for the period about to start.
      * Usage: COPY "BELL-SCHEDULE-TABLE.cpy". in WORKING-STORAGE
      *****************************************************************
       78  BELL-PERIOD-COUNT         VALUE 8.
       01  BELL-SCHEDULE-LIST.
           05  FILLER                PIC X(10) VALUE "0108000850".
           05  FILLER                PIC X(10) VALUE "0208550945".
           05  FILLER                PIC X(10) VALUE "0309501040".
           05  FILLER                PIC X(10) VALUE "0410451135".
           05  FILLER                PIC X(10) VALUE "0511401230".
           05  FILLER                PIC X(10) VALUE "0612351325".
           05  FILLER                PIC X(10) VALUE "0713301420".
           05  FILLER                PIC X(10) VALUE "0814251515".
       01  BELL-SCHEDULE-TABLE REDEFINES BELL-SCHEDULE-LIST.
           05  BS-ENTRY OCCURS 8 TIMES.
               10  BS-PERIOD         PIC 9(2).
               10  BS-START          PIC 9(4).
               10  BS-END            PIC 9(4).

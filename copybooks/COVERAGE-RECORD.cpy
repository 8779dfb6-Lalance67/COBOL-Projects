      *****************************************************************
      * COVERAGE-RECORD.cpy
      * Shared record layout for the indexed COVERAGE-ASSIGNMENT file
      * - who covers a section on a day its instructor is out. One
      * record per section per date, written by COVERAGE-ASSIGNMENT
      * and counted per instructor and substitute by
      * COVERAGE-MONTHLY-REPORT for payroll and to spread coverage
      * fairly.
      * Key: CV-COVERAGE-KEY (date + course + section number)
      * Usage: COPY "COVERAGE-RECORD.cpy".
      *****************************************************************
       01  COVERAGE-RECORD.
           05  CV-COVERAGE-KEY.
               10  CV-DATE           PIC 9(8).
               10  CV-COURSE-CODE    PIC X(6).
               10  CV-SECTION-NO     PIC 9(2).
           05  CV-TERM               PIC X(5).
           05  CV-PERIOD             PIC 9(2).
           05  CV-ROOM               PIC X(5).
           05  CV-ABSENT-ID          PIC X(6).
           05  CV-COVER-ID           PIC X(6).
      *    I an instructor on a free period, S a pool substitute
           05  CV-COVER-TYPE         PIC X.
           05  CV-ASSIGNED-BY        PIC X(10).
           05  CV-ASSIGNED-DATE      PIC 9(8).

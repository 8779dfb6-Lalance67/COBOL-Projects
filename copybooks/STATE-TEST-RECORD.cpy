      *****************************************************************
      * STATE-TEST-RECORD.cpy
      * Shared record layout for the STATE-TEST flat file - the
      * standardized test results the state sends each spring, one
      * row per student per subject, in the state's fixed format.
      * The state carries our student id when the school reported
      * one, and always the name and birth date it tested under;
      * TEST-SCORE-IMPORT matches each row back to STUDENT-MASTER
      * and loads it onto the TEST-SCORE file.
      * Usage: COPY "STATE-TEST-RECORD.cpy".
      *****************************************************************
       01  STATE-TEST-RECORD.
      *    our student id, spaces when the state had none
           05  ST-STUDENT-ID         PIC X(6).
           05  ST-LAST-NAME          PIC X(15).
           05  ST-FIRST-NAME         PIC X(12).
           05  ST-BIRTH-DATE         PIC 9(8).
      *    the spring the test was given - 2028 for the 2027-28 year
           05  ST-TEST-YEAR          PIC 9(4).
      *    the state's subject code - MATH, READ, WRIT, SCIE
           05  ST-SUBJECT            PIC X(4).
           05  ST-SCALE-SCORE        PIC 9(4).
      *    the state's performance level: 1 below basic, 2 basic,
      *    3 proficient, 4 advanced
           05  ST-PERF-LEVEL         PIC 9.
           05  FILLER                PIC X(6).

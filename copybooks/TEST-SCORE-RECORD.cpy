      *****************************************************************
      * TEST-SCORE-RECORD.cpy
      * Shared record layout for the indexed TEST-SCORE file - a
      * student's standardized test result per subject per test
      * year, loaded from the state's spring file by
      * TEST-SCORE-IMPORT. TEST-SCORE-ANALYSIS reports proficiency
      * bands by section and instructor, year-over-year growth, and
      * how the scores line up with course grades; TRANSCRIPT-PRINT
      * prints the scores under the course history.
      * Key: TS-SCORE-KEY (student id + subject + test year)
      * Usage: COPY "TEST-SCORE-RECORD.cpy".
      *****************************************************************
       01  TEST-SCORE-RECORD.
           05  TS-SCORE-KEY.
               10  TS-STUDENT-ID     PIC X(6).
               10  TS-SUBJECT        PIC X(4).
               10  TS-TEST-YEAR      PIC 9(4).
           05  TS-SCALE-SCORE        PIC 9(4).
      *    proficiency band: 1 below basic, 2 basic, 3 proficient,
      *    4 advanced
           05  TS-BAND               PIC 9.
      *    I matched on the student id, N on name and birth date
           05  TS-MATCHED-BY         PIC X.
           05  TS-IMPORTED-DATE      PIC 9(8).

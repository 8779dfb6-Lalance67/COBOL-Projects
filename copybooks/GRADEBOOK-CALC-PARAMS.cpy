      *****************************************************************
      * GRADEBOOK-CALC-PARAMS.cpy
      * CALL parameters for the shared GRADEBOOK-CALC subprogram -
      * one student's weighted average in one section as of a date.
      * The caller fills in the section, the student and
      * GBP-AS-OF-DATE; back come the weighted percentage, the
      * letter and grade points off GRADE-SCALE-TABLE.cpy, how many
      * assignments are scored and how many are missing (past due
      * with no score, or marked M), and the first twenty missing
      * ones. GBP-RESULT is "Y" with an average, "N" when nothing
      * in the section has been graded for the student yet.
      * Usage: COPY "GRADEBOOK-CALC-PARAMS.cpy".
      *        CALL "GRADEBOOK-CALC" USING GRADEBOOK-CALC-PARAMS
      *****************************************************************
       01  GRADEBOOK-CALC-PARAMS.
           05  GBP-COURSE-CODE       PIC X(6).
           05  GBP-TERM              PIC X(5).
           05  GBP-SECTION-NO        PIC 9(2).
           05  GBP-STUDENT-ID        PIC X(6).
           05  GBP-AS-OF-DATE        PIC 9(8).
           05  GBP-RESULT            PIC X.
           05  GBP-AVERAGE-PCT       PIC 9(3)V9.
           05  GBP-LETTER            PIC X(2).
           05  GBP-GRADE-POINTS      PIC 9V9.
           05  GBP-SCORED-COUNT      PIC 9(3).
           05  GBP-MISSING-COUNT     PIC 9(3).
           05  GBP-MISSING OCCURS 20 TIMES.
               10  GBP-MISS-ASSIGN-NO    PIC 9(3).
               10  GBP-MISS-DESCRIPTION  PIC X(20).
               10  GBP-MISS-DUE-DATE     PIC 9(8).

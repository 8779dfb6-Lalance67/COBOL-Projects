      *****************************************************************
      * COURSE-REQUEST-RECORD.cpy
      * Shared record layout for the COURSE-REQUEST indexed file -
      * what a student asks to take in a coming term, in order of
      * preference, each course with one alternate to fall back to
      * when it cannot be had. Entered by the counselors through
      * COURSE-REQUEST-ENTRY; MASTER-SCHEDULE-BUILDER places every
      * student's requests into COURSE-SECTION seats in one run and,
      * once the placements are committed, writes the ENROLLMENT
      * records and fills in the outcome of each request here.
      * Key: CR-REQUEST-KEY (student + term)
      *****************************************************************
       01  COURSE-REQUEST-RECORD.
           05  CR-REQUEST-KEY.
               10  CR-STUDENT-ID     PIC X(6).
               10  CR-TERM           PIC X(5).
      *    the grade the student will be in for the term - the
      *    builder seats the upper grades first
           05  CR-GRADE-LEVEL        PIC 9(2).
           05  CR-ENTERED-BY         PIC X(10).
           05  CR-ENTRY-DATE         PIC 9(8).
      *    P pending, S scheduled - placements committed on
      *    CR-SCHEDULED-DATE and the results below filled in
           05  CR-STATUS             PIC X.
           05  CR-SCHEDULED-DATE     PIC 9(8).
      *    one line per requested course, most wanted first; spaces
      *    end the list. CR-RESULT after scheduling: R placed in the
      *    requested course, A placed in the alternate, U unplaced
           05  CR-REQUEST-LINE OCCURS 8 TIMES.
               10  CR-REQ-COURSE     PIC X(6).
               10  CR-ALT-COURSE     PIC X(6).
               10  CR-RESULT         PIC X.
               10  CR-PLACED-SECTION PIC 9(2).

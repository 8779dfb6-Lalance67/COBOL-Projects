      *****************************************************************
      * GRADEBOOK-SCORE-RECORD.cpy
      * Shared record layout for the GRADEBOOK-SCORE indexed file -
      * one student's result on one GRADEBOOK-ASSIGNMENT, keyed in
      * down the class list through GRADEBOOK-ENTRY.
      * Key: GS-SCORE-KEY (course + term + section + assignment +
      *      student id)
      *****************************************************************
       01  GRADEBOOK-SCORE-RECORD.
           05  GS-SCORE-KEY.
               10  GS-COURSE-CODE    PIC X(6).
               10  GS-TERM           PIC X(5).
               10  GS-SECTION-NO     PIC 9(2).
               10  GS-ASSIGN-NO      PIC 9(3).
               10  GS-STUDENT-ID     PIC X(6).
      *    S scored, M marked missing (counts zero whatever the due
      *    date), X excused (left out of the average altogether)
           05  GS-STATUS             PIC X.
           05  GS-POINTS             PIC 9(4)V9.
           05  GS-ENTERED-BY         PIC X(10).
           05  GS-ENTERED-DATE       PIC 9(8).

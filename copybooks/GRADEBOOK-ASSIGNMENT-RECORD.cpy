      *****************************************************************
      * GRADEBOOK-ASSIGNMENT-RECORD.cpy
      * Shared record layout for the GRADEBOOK-ASSIGNMENT indexed
      * file - each graded piece of work in a section, the category
      * it counts under and the points it is out of. Once the due
      * date has passed, a student with no score on it is missing:
      * it counts as zero in GRADEBOOK-CALC and lists on
      * PROGRESS-REPORT-PRINT for the family. Maintained through
      * GRADEBOOK-ENTRY.
      * Key: GA-ASSIGN-KEY (course + term + section + number)
      *****************************************************************
       01  GRADEBOOK-ASSIGNMENT-RECORD.
           05  GA-ASSIGN-KEY.
               10  GA-COURSE-CODE    PIC X(6).
               10  GA-TERM           PIC X(5).
               10  GA-SECTION-NO     PIC 9(2).
               10  GA-ASSIGN-NO      PIC 9(3).
           05  GA-CATEGORY-CODE      PIC X(4).
           05  GA-DESCRIPTION        PIC X(20).
           05  GA-POINTS             PIC 9(4).
           05  GA-DUE-DATE           PIC 9(8).

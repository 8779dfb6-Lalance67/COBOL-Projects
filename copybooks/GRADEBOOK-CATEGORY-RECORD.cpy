      *****************************************************************
      * GRADEBOOK-CATEGORY-RECORD.cpy
      * Shared record layout for the GRADEBOOK-CATEGORY indexed file -
      * the weighted categories (homework, quizzes, tests, final) a
      * section's grade is built from, one record per category per
      * COURSE-SECTION. The weights of a section's categories are
      * meant to total 100; GRADEBOOK-CALC weighs only the
      * categories with something graded in them so far, so the
      * running average mid-term is fair. Maintained through
      * GRADEBOOK-ENTRY.
      * Key: GC-CATEGORY-KEY (course + term + section + category)
      *****************************************************************
       01  GRADEBOOK-CATEGORY-RECORD.
           05  GC-CATEGORY-KEY.
               10  GC-COURSE-CODE    PIC X(6).
               10  GC-TERM           PIC X(5).
               10  GC-SECTION-NO     PIC 9(2).
      *        HW, QUIZ, TEST, FINL or the instructor's own code
               10  GC-CATEGORY-CODE  PIC X(4).
           05  GC-DESCRIPTION        PIC X(20).
      *    percent of the grade the category carries
           05  GC-WEIGHT-PCT         PIC 9(3).

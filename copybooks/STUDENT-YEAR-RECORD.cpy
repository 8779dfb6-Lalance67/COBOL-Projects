      *****************************************************************
      * STUDENT-YEAR-RECORD.cpy
      * Shared record layout for the indexed STUDENT-YEAR file - a
      * student's grade level (or program year, for a student on a
      * PROGRAM-REQUIREMENT program) for a school year, which the
      * full STUDENT-MASTER record has no room to carry. Written
      * each August by YEAR-END-ROLLOVER: a student who met the
      * promotion criteria moves up a level (A); one who did not
      * keeps the level and is marked retained (R) with the reason,
      * for counselor review.
      * Key: SY-STUDENT-ID
      * Usage: COPY "STUDENT-YEAR-RECORD.cpy".
      *****************************************************************
       01  STUDENT-YEAR-RECORD.
           05  SY-STUDENT-ID         PIC X(6).
      *    the school year the level applies to, by its starting
      *    calendar year - 2027 for the 2027-28 year
           05  SY-SCHOOL-YEAR        PIC 9(4).
           05  SY-LEVEL              PIC 9(2).
           05  SY-PRIOR-LEVEL        PIC 9(2).
      *    A advanced, R retained for counselor review
           05  SY-PROMOTION          PIC X.
           05  SY-REASON             PIC X(20).
           05  SY-ROLLED-DATE        PIC 9(8).

      *****************************************************************
      * STUDENT-AWARD-RECORD.cpy
      * Shared record layout for the indexed STUDENT-AWARD file - one
      * AWARD-MASTER award held by one student, granted through
      * AWARD-MAINTENANCE. AWARD-POSTING credits it once per term
      * and counts the terms; AWARD-RENEWAL renews or suspends it at
      * each TERM-END-CLOSE against the award's GPA minimum.
      * Key: SAW-AWARD-KEY (student + award)
      * Usage: COPY "STUDENT-AWARD-RECORD.cpy".
      *****************************************************************
       01  STUDENT-AWARD-RECORD.
           05  SAW-AWARD-KEY.
               10  SAW-STUDENT-ID    PIC X(6).
               10  SAW-AWARD-CODE    PIC X(6).
      *    A active - credited each term billed, S suspended for GPA
      *    at the last close (reinstated when the GPA comes back), E
      *    ended - the award's term limit is used up, X cancelled by
      *    the office
           05  SAW-STATUS            PIC X.
           05  SAW-FIRST-TERM        PIC X(5).
           05  SAW-TERMS-CREDITED    PIC 9(2).
           05  SAW-LAST-TERM-POSTED  PIC X(5).
           05  SAW-TOTAL-CREDITED    PIC 9(7)V99.
           05  SAW-GRANTED-BY        PIC X(10).
           05  SAW-GRANTED-DATE      PIC 9(8).
      *    the last TERM-END-CLOSE review and the GPAs it judged on
           05  SAW-REVIEW-TERM       PIC X(5).
           05  SAW-REVIEW-TERM-GPA   PIC 9V99.
           05  SAW-REVIEW-CUM-GPA    PIC 9V99.

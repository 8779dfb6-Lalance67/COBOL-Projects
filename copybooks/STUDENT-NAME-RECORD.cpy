      *****************************************************************
      * STUDENT-NAME-RECORD.cpy
      * Shared record layout for the indexed STUDENT-NAME file - a
      * student's full legal name, which STUDENT-MASTER's five-
      * character SM-NAME never held. SN-NAME is the shared
      * NAME-RECORD PERSON-NAME layout (first, last, suffix) carried
      * whole, the same way WAITLIST-RECORD carries WL-NAME. Written
      * by ADMISSIONS-PROCESS and WAITLIST-PROMOTE when a student is
      * seated, keyed or corrected through GRADUATION-PROCESSING,
      * and printed on the diploma.
      * Key: SN-STUDENT-ID
      * Usage: COPY "STUDENT-NAME-RECORD.cpy".
      *****************************************************************
       01  STUDENT-NAME-RECORD.
           05  SN-STUDENT-ID         PIC X(6).
           05  SN-NAME               PIC X(27).
           05  SN-UPDATED-BY         PIC X(10).
           05  SN-UPDATED-DATE       PIC 9(8).

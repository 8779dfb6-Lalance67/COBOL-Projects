           05  SM-TERM-GPA           PIC 9V99.
      *    academic standing, set by PROBATION-STATUS at term end:
      *    P on probation, G (or space on older records) in good
      *    standing; a student who has left is W (withdrawn, set by
      *    WITHDRAWAL-PROCESSING) or D (graduated with a diploma)
      *    and no longer gets a standing
           05  SM-STATUS             PIC X.
      *    which PROGRAM-REQUIREMENT list the student is working
      *    toward - DEGREE-AUDIT-REPORT walks their enrollments
      *    against it; spaces on records from before programs
      *    existed
           05  SM-PROGRAM-CODE       PIC X(4).
      *    year and month (YYYYMM) a W or D student left - the
      *    record-retention clock STUDENT-RETENTION-PURGE runs from;
      *    spaces on records from before it was kept. This fills the
      *    last of the headroom in the STUDENT-JOURNAL images.
           05  SM-EXIT-MONTH         PIC 9(6).

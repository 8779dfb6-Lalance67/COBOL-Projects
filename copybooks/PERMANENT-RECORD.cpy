      *****************************************************************
      * PERMANENT-RECORD.cpy
      * Shared record layout for the PERMANENT-RECORD archive - what
      * district retention policy says must be kept for a student
      * forever once the rest of their file is destroyed. Written by
      * STUDENT-RETENTION-PURGE when a departed student's enrollment
      * history passes its retention period: an SH record with the
      * identity and exit, a TC record per course from ENROLLMENT
      * (the transcript, with the course title and credit hours as
      * they stood on COURSE-MASTER), and a GH record per closed
      * term moved off GPA-HISTORY. Nothing health, contact or
      * attendance related is ever written here.
      * Usage: COPY "PERMANENT-RECORD.cpy".
      *****************************************************************
       01  PERMANENT-RECORD.
           05  PR-STUDENT-ID         PIC X(6).
      *    SH student header, TC transcript course, GH GPA history
           05  PR-RECORD-TYPE        PIC X(2).
           05  PR-HEADER.
               10  PR-SH-NAME        PIC X(5).
               10  PR-SH-BIRTH-DATE  PIC 9(8).
               10  PR-SH-ENROLL-DATE PIC 9(8).
      *        W withdrawn, D graduated - SM-STATUS when archived
               10  PR-SH-EXIT-STATUS PIC X.
               10  PR-SH-EXIT-MONTH  PIC 9(6).
               10  PR-SH-PROGRAM-CODE
                                     PIC X(4).
               10  PR-SH-CUM-GPA     PIC 9V99.
               10  PR-SH-ARCHIVE-DATE
                                     PIC 9(8).
               10  FILLER            PIC X(7).
           05  PR-COURSE REDEFINES PR-HEADER.
               10  PR-TC-COURSE-CODE PIC X(6).
               10  PR-TC-TITLE       PIC X(20).
               10  PR-TC-CREDIT-HOURS
                                     PIC 9.
               10  PR-TC-TERM        PIC X(5).
               10  PR-TC-GRADE       PIC 9V9.
      *        A active, D dropped, W withdrawn - as on ENROLLMENT
               10  PR-TC-STATUS      PIC X.
               10  FILLER            PIC X(15).
           05  PR-GPA-HISTORY REDEFINES PR-HEADER.
               10  PR-GH-TERM        PIC X(5).
               10  PR-GH-TERM-GPA    PIC 9V99.
               10  PR-GH-CUM-GPA     PIC 9V99.
               10  PR-GH-CLOSE-DATE  PIC 9(8).
               10  PR-GH-CLASS-RANK  PIC 9(3).
               10  PR-GH-CLASS-SIZE  PIC 9(3).
               10  FILLER            PIC X(25).

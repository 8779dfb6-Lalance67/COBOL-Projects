      *****************************************************************
      * SUBSTITUTE-RECORD.cpy
      * Shared record layout for the indexed SUBSTITUTE-POOL file -
      * the outside substitute teachers the office can call in when
      * no instructor is free to cover a class. Kept through
      * SUBSTITUTE-MAINTENANCE; COVERAGE-ASSIGNMENT offers an active
      * one, preferring a substitute for the absent instructor's
      * department. The name reuses the shared NAME-RECORD layout
      * the same way INSTRUCTOR-RECORD does.
      * Key: SB-SUB-ID
      * Usage: COPY "SUBSTITUTE-RECORD.cpy".
      *****************************************************************
       01  SUBSTITUTE-RECORD.
           02  SB-SUB-ID             PIC X(6).
           COPY "NAME-RECORD.cpy" REPLACING ==01 PERSON-NAME==
               BY ==02 PERSON-NAME==.
      *    the department the substitute is certified for - spaces
      *    for a generalist
           02  SB-DEPARTMENT         PIC X(10).
           02  SB-PHONE              PIC X(12).
      *    Y on call, N not taking assignments
           02  SB-ACTIVE             PIC X.

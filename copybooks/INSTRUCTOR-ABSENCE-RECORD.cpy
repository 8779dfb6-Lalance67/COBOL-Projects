      *****************************************************************
      * INSTRUCTOR-ABSENCE-RECORD.cpy
      * Shared record layout for the indexed INSTRUCTOR-ABSENCE file -
      * one record per instructor per day out, keyed through
      * INSTRUCTOR-ABSENCE-ENTRY when the call comes in. A full day
      * covers every period on the bell schedule; a partial day
      * names the first and last period missed. COVERAGE-ASSIGNMENT
      * finds the sections that need a cover from these, and
      * COVERAGE-MONTHLY-REPORT counts them for payroll.
      * Key: IA-ABSENCE-KEY (instructor id + date)
      * Usage: COPY "INSTRUCTOR-ABSENCE-RECORD.cpy".
      *****************************************************************
       01  INSTRUCTOR-ABSENCE-RECORD.
           05  IA-ABSENCE-KEY.
               10  IA-INSTRUCTOR-ID  PIC X(6).
               10  IA-DATE           PIC 9(8).
      *    F full day, P partial day
           05  IA-DAY-TYPE           PIC X.
           05  IA-FROM-PERIOD        PIC 9(2).
           05  IA-TO-PERIOD          PIC 9(2).
           05  IA-REASON             PIC X(20).
           05  IA-ENTERED-BY         PIC X(10).
           05  IA-ENTERED-DATE       PIC 9(8).

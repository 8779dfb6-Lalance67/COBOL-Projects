      *****************************************************************
      * DISCIPLINE-INCIDENT-RECORD.cpy
      * Shared record layout for the indexed DISCIPLINE-INCIDENT
      * file - one behavior incident per record, keyed by the
      * student, the incident date and a sequence for a second
      * incident the same day. Kept by DISCIPLINE-INCIDENT-ENTRY,
      * which also writes the excused-suspension (S) ATTENDANCE
      * days for an out-of-school suspension so they stop being
      * keyed as plain absences, and summarizes the term by type
      * and grade level for the state safety report.
      * Key: DI-INCIDENT-KEY (student id + incident date + sequence)
      * Usage: COPY "DISCIPLINE-INCIDENT-RECORD.cpy".
      *****************************************************************
       01  DISCIPLINE-INCIDENT-RECORD.
           05  DI-INCIDENT-KEY.
               10  DI-STUDENT-ID     PIC X(6).
               10  DI-INCIDENT-DATE  PIC 9(8).
               10  DI-SEQ            PIC 9(2).
           05  DI-TERM               PIC X(5).
      *    FGHT, BULY, WEAP, DRUG, TOBC, VAND, THFT, DEFY, DISR,
      *    OTHR - see DISCIPLINE-INCIDENT-ENTRY's LOAD-TYPE-TABLE
           05  DI-INCIDENT-TYPE      PIC X(4).
           05  DI-LOCATION           PIC X(12).
      *    the INSTRUCTOR-MASTER id of the staff member reporting it
           05  DI-REPORTED-BY        PIC X(6).
      *    W warning, C guardian conference, D detention,
      *    I in-school suspension, S out-of-school suspension,
      *    E expulsion referral
           05  DI-ACTION             PIC X.
      *    school days out for an S action, zero otherwise; START
      *    and END are the first and last of them off the shared
      *    business-day calendar, RETURN the next school day after
           05  DI-SUSPEND-DAYS       PIC 9(2).
           05  DI-SUSPEND-START      PIC 9(8).
           05  DI-SUSPEND-END        PIC 9(8).
           05  DI-RETURN-DATE        PIC 9(8).
           05  DI-ENTERED-BY         PIC X(10).
           05  DI-ENTERED-DATE       PIC 9(8).

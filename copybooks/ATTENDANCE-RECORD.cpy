      * ATTENDANCE-RECORD.cpy
      * Shared record layout for the ATTENDANCE file - one entry per
      * student per school day recorded by ATTENDANCE-CAPTURE:
      * P present, A absent, T tardy, plus S excused suspension -
      * written only by DISCIPLINE-INCIDENT-ENTRY, one per school
      * day of an out-of-school suspension. ATTENDANCE-REPORT counts
      * the absences per student and writes threshold letters to the
      * mail-merge CSV once a student crosses the configured limit;
      * a suspension day is not an absence for the letters.
      * Usage: COPY "ATTENDANCE-RECORD.cpy".
      *****************************************************************
       01  ATTENDANCE-RECORD.

      *****************************************************************
      * STUDENT-HOLD-RECORD.cpy
      * Shared record layout for the indexed STUDENT-HOLD file - the
      * one place a school office puts a stop on a student. A hold
      * carries its type (see HOLD-TYPE-TABLE.cpy for the office
      * that owns each type and what it blocks), the reason, and who
      * placed and released it. TUITION-BILLING, TEXTBOOK-TRACKING
      * and HEALTH-COMPLIANCE place and release their own holds
      * through the shared STUDENT-HOLD subprogram; the registrar's
      * STUDENT-HOLD-MAINTENANCE screen keys the rest. A released
      * hold stays on file until the type is placed again.
      * Key: HD-HOLD-KEY (student id + hold type)
      * Usage: COPY "STUDENT-HOLD-RECORD.cpy".
      *****************************************************************
       01  STUDENT-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-STUDENT-ID     PIC X(6).
               10  HD-HOLD-TYPE      PIC X(4).
           05  HD-REASON             PIC X(30).
           05  HD-OFFICE             PIC X(10).
           05  HD-PLACED-DATE        PIC 9(8).
           05  HD-PLACED-BY          PIC X(10).
      *    zero while the hold is active
           05  HD-RELEASE-DATE       PIC 9(8).
           05  HD-RELEASED-BY        PIC X(10).
      *    A active, R released
           05  HD-STATUS             PIC X.

      *****************************************************************
      * HOLD-TYPE-TABLE.cpy
      * The hold types a STUDENT-HOLD record can carry, the office
      * that owns each one, and what it blocks. HT-BLOCKS holds a
      * letter in its own position for each thing the type stops:
      *   position 1 T transcript      position 3 E enrollment
      *   position 2 C report card     position 4 G graduation
      * A type has to be on this list before a hold can be placed.
      * Usage: COPY "HOLD-TYPE-TABLE.cpy". in WORKING-STORAGE
      *****************************************************************
       78  HOLD-TYPE-COUNT           VALUE 6.
       01  HOLD-TYPE-LIST.
           05  FILLER                PIC X(40)
               VALUE "FINCBURSAR    TCEGUNPAID ACCOUNT BALANCE".
           05  FILLER                PIC X(40)
               VALUE "BOOKLIBRARY   TC GTEXTBOOK NOT RETURNED".
           05  FILLER                PIC X(40)
               VALUE "HLTHHEALTH      E IMMUNIZATIONS MISSING".
           05  FILLER                PIC X(40)
               VALUE "REGSREGISTRAR TCEGRECORDS DUE".
           05  FILLER                PIC X(40)
               VALUE "ADVSADVISING    E SEE ACADEMIC ADVISOR".
           05  FILLER                PIC X(40)
               VALUE "DISCDEAN        EGDISCIPLINE REVIEW".
       01  HOLD-TYPE-TABLE REDEFINES HOLD-TYPE-LIST.
           05  HT-ENTRY OCCURS 6 TIMES.
               10  HT-TYPE           PIC X(4).
               10  HT-OFFICE         PIC X(10).
               10  HT-BLOCKS         PIC X(4).
               10  HT-DESCRIPTION    PIC X(22).

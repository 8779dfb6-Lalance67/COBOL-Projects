      *****************************************************************
      * GRADE-SCALE-TABLE.cpy
      * The district-standard grading scale - the lowest weighted
      * percentage that earns each letter, and the grade points the
      * letter posts to EN-GRADE. Highest first: the first entry a
      * percentage reaches is its grade.
      * Usage: COPY "GRADE-SCALE-TABLE.cpy". in WORKING-STORAGE
      *****************************************************************
       78  GRADE-SCALE-COUNT         VALUE 12.
       01  GRADE-SCALE-LIST.
           05  FILLER                PIC X(7) VALUE "09340A ".
           05  FILLER                PIC X(7) VALUE "09037A-".
           05  FILLER                PIC X(7) VALUE "08733B+".
           05  FILLER                PIC X(7) VALUE "08330B ".
           05  FILLER                PIC X(7) VALUE "08027B-".
           05  FILLER                PIC X(7) VALUE "07723C+".
           05  FILLER                PIC X(7) VALUE "07320C ".
           05  FILLER                PIC X(7) VALUE "07017C-".
           05  FILLER                PIC X(7) VALUE "06713D+".
           05  FILLER                PIC X(7) VALUE "06310D ".
           05  FILLER                PIC X(7) VALUE "06007D-".
           05  FILLER                PIC X(7) VALUE "00000F ".
       01  GRADE-SCALE-TABLE REDEFINES GRADE-SCALE-LIST.
           05  GT-ENTRY OCCURS 12 TIMES.
               10  GT-MIN-PCT        PIC 9(3).
               10  GT-POINTS         PIC 9V9.
               10  GT-LETTER         PIC X(2).

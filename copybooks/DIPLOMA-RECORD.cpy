      *****************************************************************
      * DIPLOMA-RECORD.cpy
      * Print-file layout for DIPLOMA-PRINT.DAT, one line per
      * graduate for the diploma printer's merge. The name is the
      * shared NAME-RECORD PERSON-NAME layout (first, last, suffix).
      * Written by GRADUATION-PROCESSING.
      * Usage: COPY "DIPLOMA-RECORD.cpy".
      *****************************************************************
       01  DIPLOMA-RECORD.
           02  DP-STUDENT-ID         PIC X(6).
           02  FILLER                PIC X VALUE SPACE.
           COPY "NAME-RECORD.cpy" REPLACING ==01 PERSON-NAME==
               BY ==02 PERSON-NAME==.
           02  FILLER                PIC X VALUE SPACE.
           02  DP-PROGRAM-CODE       PIC X(4).
           02  FILLER                PIC X VALUE SPACE.
           02  DP-HONORS-TEXT        PIC X(16).
           02  DP-TERM               PIC X(5).
           02  FILLER                PIC X VALUE SPACE.
           02  DP-CONFER-DATE        PIC 9(8).

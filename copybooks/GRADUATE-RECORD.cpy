      *****************************************************************
      * GRADUATE-RECORD.cpy
      * Shared record layout for the indexed GRADUATE file - one
      * record per student GRADUATION-PROCESSING has graduated: the
      * term and date the degree was conferred, the program, the
      * cumulative GPA it was judged on and the honors it carries.
      * TRANSCRIPT-PRINT reads it to mark a graduate's transcript
      * final. Kept permanently - the degree outlives the master.
      * Key: GD-STUDENT-ID
      * Usage: COPY "GRADUATE-RECORD.cpy".
      *****************************************************************
       01  GRADUATE-RECORD.
           05  GD-STUDENT-ID         PIC X(6).
           05  GD-TERM               PIC X(5).
           05  GD-CONFER-DATE        PIC 9(8).
           05  GD-PROGRAM-CODE       PIC X(4).
           05  GD-CUM-GPA            PIC 9V99.
      *    S summa cum laude, M magna cum laude, C cum laude, space
      *    no honors - cutoffs on the parameter master
           05  GD-HONORS             PIC X.
           05  GD-PROCESSED-BY       PIC X(10).

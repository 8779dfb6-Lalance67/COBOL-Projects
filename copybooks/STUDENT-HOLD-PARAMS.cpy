      *****************************************************************
      * STUDENT-HOLD-PARAMS.cpy
      * CALL parameters for the shared STUDENT-HOLD subprogram.
      *   SHP-FUNCTION "Q" - query: is SHP-STUDENT-ID stopped from
      *                      SHP-BLOCK (T transcript, C report card,
      *                      E enrollment, G graduation)? SHP-RESULT
      *                      "Y" names the first active hold that
      *                      blocks it in SHP-HOLD-TYPE, SHP-OFFICE
      *                      and SHP-REASON; "N" means clear.
      *                "P" - place a SHP-HOLD-TYPE hold with
      *                      SHP-REASON for SHP-OPERATOR; an active
      *                      hold of the type keeps its placed date
      *                      and takes the new reason. SHP-RESULT
      *                      "Y" placed, "N" type not on the table.
      *                "R" - release the student's SHP-HOLD-TYPE
      *                      hold; SHP-RESULT "Y" released, "N" no
      *                      active hold of that type.
      * Usage: COPY "STUDENT-HOLD-PARAMS.cpy".
      *        CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
      *****************************************************************
       01  STUDENT-HOLD-PARAMS.
           05  SHP-FUNCTION          PIC X.
           05  SHP-STUDENT-ID        PIC X(6).
           05  SHP-BLOCK             PIC X.
           05  SHP-HOLD-TYPE         PIC X(4).
           05  SHP-REASON            PIC X(30).
           05  SHP-OPERATOR          PIC X(10).
           05  SHP-OFFICE            PIC X(10).
           05  SHP-RESULT            PIC X.

      * before/after idea STUDENT-JOURNAL proves out - so a 2.1
      * quietly becoming a 3.4 leaves a trail GRADE-CHANGE-AUDIT can
      * print for the principal.
      * A section kept in the instructor gradebook (GRADEBOOK-ENTRY)
      * can post from it instead of grades keyed by hand: for each
      * student GRADEBOOK-CALC works out the weighted average as of
      * today and the grade on the district scale, the operator
      * accepts it or leaves the line, and it goes onto ENROLLMENT
      * (and the journal) exactly as a keyed grade would.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADE-POSTING.

        01 WS-GRADE-ENTRY        PIC 9.9.
        01 WS-REASON-ENTRY       PIC X(3).

      * posting from the instructor gradebook
        01 WS-FROM-GRADEBOOK     PIC X VALUE "N".
        01 WS-ACCEPT-ANSWER      PIC X.
        01 WS-AVERAGE-DISP       PIC ZZ9.9.

        COPY "GRADEBOOK-CALC-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".
            ACCEPT WS-ASK-TERM
            DISPLAY "ENTER SECTION NUMBER (2 DIGITS, 0 FOR ANY):"
            ACCEPT WS-ASK-SECTION
            DISPLAY "POST FROM THE GRADEBOOK (Y/N):"
            ACCEPT WS-FROM-GRADEBOOK
            IF WS-FROM-GRADEBOOK = "y"
                MOVE "Y" TO WS-FROM-GRADEBOOK
            END-IF

            OPEN I-O ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
            MOVE EN-GRADE TO WS-GRADE-DISP
            DISPLAY "STUDENT " EN-STUDENT-ID
                " CURRENT GRADE " WS-GRADE-DISP
            IF WS-FROM-GRADEBOOK = "Y"
                PERFORM TAKE-GRADEBOOK-GRADE
            ELSE
                DISPLAY "ENTER GRADE (E.G. 1.2, 9.9 TO SKIP):"
                ACCEPT WS-GRADE-ENTRY
            END-IF
            IF WS-GRADE-ENTRY = 9.9
                EXIT PARAGRAPH
            END-IF
            REWRITE ENROLLMENT-RECORD
            ADD 1 TO WS-POSTED-COUNT.

        TAKE-GRADEBOOK-GRADE.
      *     the gradebook's figure for the line, or 9.9 to leave it
      *     when there is nothing graded or the operator says no
            MOVE 9.9 TO WS-GRADE-ENTRY
            MOVE EN-COURSE-CODE TO GBP-COURSE-CODE
            MOVE EN-TERM TO GBP-TERM
            MOVE EN-SECTION-NO TO GBP-SECTION-NO
            MOVE EN-STUDENT-ID TO GBP-STUDENT-ID
            MOVE WS-TODAY-DATE TO GBP-AS-OF-DATE
            CALL "GRADEBOOK-CALC" USING GRADEBOOK-CALC-PARAMS
            IF GBP-RESULT NOT = "Y"
                DISPLAY "  NOTHING GRADED IN THE GRADEBOOK - LEFT"
                EXIT PARAGRAPH
            END-IF
            MOVE GBP-AVERAGE-PCT TO WS-AVERAGE-DISP
            MOVE GBP-GRADE-POINTS TO WS-GRADE-DISP
            DISPLAY "  GRADEBOOK AVERAGE " WS-AVERAGE-DISP "% "
                GBP-LETTER " = " WS-GRADE-DISP
                "  MISSING WORK: " GBP-MISSING-COUNT
            DISPLAY "POST THIS GRADE (Y/N):"
            ACCEPT WS-ACCEPT-ANSWER
            IF WS-ACCEPT-ANSWER = "Y" OR WS-ACCEPT-ANSWER = "y"
                MOVE GBP-GRADE-POINTS TO WS-GRADE-ENTRY
            END-IF.

        WRITE-GRADE-JOURNAL.
      *     the journal appends across terms - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG

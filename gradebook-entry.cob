      * instructor gradebook for one section - the operator names a
      * course/term/section once and then works inside it:
      *   - the weighted categories the grade is built from
      *     (homework, quizzes, tests, final - GRADEBOOK-CATEGORY),
      *     with the weights shown against the 100 they should make
      *   - the assignments, each under a category with the points
      *     it is out of and a due date (GRADEBOOK-ASSIGNMENT)
      *   - scores for one assignment keyed straight down the class
      *     list, the same way GRADE-POSTING takes grades: points,
      *     M for missing, X for excused, blank to leave it
      *     (GRADEBOOK-SCORE)
      *   - the class's running weighted averages and letters as of
      *     today, worked out by the shared GRADEBOOK-CALC
      * The term grade itself still goes onto ENROLLMENT through
      * GRADE-POSTING (which can take it from the gradebook), so the
      * grade-change journal covers it like any other grade.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADEBOOK-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT GRADEBOOK-CATEGORY ASSIGN TO "GRADEBOOK-CATEGORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GC-CATEGORY-KEY
                FILE STATUS IS WS-CATEGORY-STATUS.

            SELECT GRADEBOOK-ASSIGNMENT
                ASSIGN TO "GRADEBOOK-ASSIGNMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GA-ASSIGN-KEY
                FILE STATUS IS WS-ASSIGN-STATUS.

            SELECT GRADEBOOK-SCORE ASSIGN TO "GRADEBOOK-SCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GS-SCORE-KEY
                FILE STATUS IS WS-SCORE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  GRADEBOOK-CATEGORY.
            COPY "GRADEBOOK-CATEGORY-RECORD.cpy".

        FD  GRADEBOOK-ASSIGNMENT.
            COPY "GRADEBOOK-ASSIGNMENT-RECORD.cpy".

        FD  GRADEBOOK-SCORE.
            COPY "GRADEBOOK-SCORE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-CATEGORY-STATUS    PIC XX.
        01 WS-ASSIGN-STATUS      PIC XX.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-ANSWER             PIC X.

      * the section being worked
        01 WS-ASK-COURSE         PIC X(6).
        01 WS-ASK-TERM           PIC X(5).
        01 WS-ASK-SECTION        PIC 9(2).

      * category and assignment entry
        01 WS-CATEGORY-ENTRY     PIC X(4).
        01 WS-WEIGHT-TOTAL       PIC 9(4).
        01 WS-CATEGORY-COUNT     PIC 9(3).
        01 WS-ASSIGN-ENTRY       PIC 9(3).
        01 WS-ASSIGN-COUNT       PIC 9(3).

      * score entry - points as typed (a decimal point allowed), M,
      * X, or blank to leave the student's score as it stands
        01 WS-SCORE-TEXT         PIC X(7).
        01 WS-NUMVAL-CHECK       PIC 9(2).
        01 WS-ENTRY-OK           PIC X.
        01 WS-SCORE-VALUE        PIC 9(5)V9.
        01 WS-SCORE-DISP         PIC ZZZ9.9.
        01 WS-CURRENT-TEXT       PIC X(10).
        01 WS-KEYED-COUNT        PIC 9(3).
        01 WS-CLASS-COUNT        PIC 9(3).

      * class averages
        01 WS-AVERAGE-DISP       PIC ZZ9.9.
        01 WS-POINTS-DISP        PIC 9.9.

        COPY "GRADEBOOK-CALC-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "ENTER COURSE CODE (6 CHARS):"
            ACCEPT WS-ASK-COURSE
            DISPLAY "ENTER TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM
            DISPLAY "ENTER SECTION NUMBER (2 DIGITS):"
            ACCEPT WS-ASK-SECTION
            DISPLAY ""

      *     the gradebook hangs off a real section
            OPEN INPUT COURSE-SECTION
            IF WS-SECTION-STATUS NOT = "00"
                DISPLAY "COURSE-SECTION NOT AVAILABLE - STATUS "
                    WS-SECTION-STATUS
                STOP RUN
            END-IF
            MOVE WS-ASK-COURSE TO CS-COURSE-CODE
            MOVE WS-ASK-TERM TO CS-TERM
            MOVE WS-ASK-SECTION TO CS-SECTION-NO
            READ COURSE-SECTION
                INVALID KEY
                    DISPLAY "REJECTED: NO SUCH SECTION - "
                        WS-ASK-COURSE " " WS-ASK-TERM " SEC "
                        WS-ASK-SECTION
                    CLOSE COURSE-SECTION
                    STOP RUN
            END-READ
            CLOSE COURSE-SECTION

            PERFORM OPEN-GRADEBOOK-FILES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== GRADEBOOK " WS-ASK-COURSE " "
                    WS-ASK-TERM " SEC " WS-ASK-SECTION
                    " INSTRUCTOR " CS-INSTRUCTOR " ====="
                DISPLAY "[1] CATEGORIES AND WEIGHTS"
                DISPLAY "[2] ADD/CHANGE AN ASSIGNMENT"
                DISPLAY "[3] KEY SCORES FOR AN ASSIGNMENT"
                DISPLAY "[4] CLASS RUNNING AVERAGES"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM SET-CATEGORY
                    WHEN 2
                        PERFORM SET-ASSIGNMENT
                    WHEN 3
                        PERFORM KEY-SCORES
                    WHEN 4
                        PERFORM SHOW-AVERAGES
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE GRADEBOOK-CATEGORY
            CLOSE GRADEBOOK-ASSIGNMENT
            CLOSE GRADEBOOK-SCORE
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-GRADEBOOK-FILES.
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O GRADEBOOK-CATEGORY
            IF WS-CATEGORY-STATUS = "35"
                OPEN OUTPUT GRADEBOOK-CATEGORY
                CLOSE GRADEBOOK-CATEGORY
                OPEN I-O GRADEBOOK-CATEGORY
            END-IF
            OPEN I-O GRADEBOOK-ASSIGNMENT
            IF WS-ASSIGN-STATUS = "35"
                OPEN OUTPUT GRADEBOOK-ASSIGNMENT
                CLOSE GRADEBOOK-ASSIGNMENT
                OPEN I-O GRADEBOOK-ASSIGNMENT
            END-IF
            OPEN I-O GRADEBOOK-SCORE
            IF WS-SCORE-STATUS = "35"
                OPEN OUTPUT GRADEBOOK-SCORE
                CLOSE GRADEBOOK-SCORE
                OPEN I-O GRADEBOOK-SCORE
            END-IF.

        SET-CATEGORY.
            PERFORM LIST-CATEGORIES
            DISPLAY "ENTER CATEGORY CODE (E.G. HW, QUIZ, TEST, FINL):"
            ACCEPT WS-CATEGORY-ENTRY
            IF WS-CATEGORY-ENTRY = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-CATEGORY-ENTRY)
                TO WS-CATEGORY-ENTRY
            MOVE WS-ASK-COURSE TO GC-COURSE-CODE
            MOVE WS-ASK-TERM TO GC-TERM
            MOVE WS-ASK-SECTION TO GC-SECTION-NO
            MOVE WS-CATEGORY-ENTRY TO GC-CATEGORY-CODE
            MOVE "Y" TO WS-FOUND
            READ GRADEBOOK-CATEGORY
                INVALID KEY
                    MOVE "N" TO WS-FOUND
            END-READ

            IF WS-FOUND = "Y"
                DISPLAY "CURRENT: " GC-DESCRIPTION
                    " WEIGHT " GC-WEIGHT-PCT "%"
                DISPLAY "ENTER NEW WEIGHT % (3 DIGITS, 0 TO REMOVE):"
                ACCEPT GC-WEIGHT-PCT
                IF GC-WEIGHT-PCT = ZERO
                    PERFORM REMOVE-CATEGORY
                    EXIT PARAGRAPH
                END-IF
                REWRITE GRADEBOOK-CATEGORY-RECORD
                DISPLAY "CATEGORY UPDATED: " GC-CATEGORY-CODE
            ELSE
                DISPLAY "ENTER DESCRIPTION (20 CHARS):"
                ACCEPT GC-DESCRIPTION
                DISPLAY "ENTER WEIGHT % (3 DIGITS):"
                ACCEPT GC-WEIGHT-PCT
                IF GC-WEIGHT-PCT = ZERO OR GC-WEIGHT-PCT > 100
                    DISPLAY "REJECTED: WEIGHT MUST BE 1 TO 100"
                    EXIT PARAGRAPH
                END-IF
                WRITE GRADEBOOK-CATEGORY-RECORD
                DISPLAY "CATEGORY ADDED: " GC-CATEGORY-CODE
            END-IF
            PERFORM LIST-CATEGORIES.

        REMOVE-CATEGORY.
      *     a category still holding assignments stays - the work
      *     under it would drop out of every student's average
            PERFORM COUNT-CATEGORY-ASSIGNMENTS
            IF WS-ASSIGN-COUNT > ZERO
                DISPLAY "REJECTED: " WS-ASSIGN-COUNT
                    " ASSIGNMENTS STILL COUNT UNDER "
                    WS-CATEGORY-ENTRY
                EXIT PARAGRAPH
            END-IF
            DELETE GRADEBOOK-CATEGORY RECORD
            DISPLAY "CATEGORY REMOVED: " WS-CATEGORY-ENTRY
            PERFORM LIST-CATEGORIES.

        LIST-CATEGORIES.
            MOVE ZERO TO WS-WEIGHT-TOTAL WS-CATEGORY-COUNT
            MOVE WS-ASK-COURSE TO GC-COURSE-CODE
            MOVE WS-ASK-TERM TO GC-TERM
            MOVE WS-ASK-SECTION TO GC-SECTION-NO
            MOVE LOW-VALUES TO GC-CATEGORY-CODE
            START GRADEBOOK-CATEGORY KEY >= GC-CATEGORY-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ GRADEBOOK-CATEGORY NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF GC-COURSE-CODE NOT = WS-ASK-COURSE
                                OR GC-TERM NOT = WS-ASK-TERM
                                OR GC-SECTION-NO NOT = WS-ASK-SECTION
                            MOVE "Y" TO WS-EOF
                        ELSE
                            DISPLAY "  " GC-CATEGORY-CODE " "
                                GC-DESCRIPTION " " GC-WEIGHT-PCT "%"
                            ADD GC-WEIGHT-PCT TO WS-WEIGHT-TOTAL
                            ADD 1 TO WS-CATEGORY-COUNT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CATEGORY-COUNT = ZERO
                DISPLAY "  NO CATEGORIES SET UP YET"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "  WEIGHTS TOTAL " WS-WEIGHT-TOTAL "%"
            IF WS-WEIGHT-TOTAL NOT = 100
                DISPLAY "  NOTE: WEIGHTS SHOULD TOTAL 100%"
            END-IF.

        COUNT-CATEGORY-ASSIGNMENTS.
            MOVE ZERO TO WS-ASSIGN-COUNT
            MOVE WS-ASK-COURSE TO GA-COURSE-CODE
            MOVE WS-ASK-TERM TO GA-TERM
            MOVE WS-ASK-SECTION TO GA-SECTION-NO
            MOVE ZERO TO GA-ASSIGN-NO
            START GRADEBOOK-ASSIGNMENT KEY >= GA-ASSIGN-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ GRADEBOOK-ASSIGNMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF GA-COURSE-CODE NOT = WS-ASK-COURSE
                                OR GA-TERM NOT = WS-ASK-TERM
                                OR GA-SECTION-NO NOT = WS-ASK-SECTION
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF GA-CATEGORY-CODE = WS-CATEGORY-ENTRY
                                ADD 1 TO WS-ASSIGN-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        LIST-ASSIGNMENTS.
            MOVE ZERO TO WS-ASSIGN-COUNT
            MOVE WS-ASK-COURSE TO GA-COURSE-CODE
            MOVE WS-ASK-TERM TO GA-TERM
            MOVE WS-ASK-SECTION TO GA-SECTION-NO
            MOVE ZERO TO GA-ASSIGN-NO
            START GRADEBOOK-ASSIGNMENT KEY >= GA-ASSIGN-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ GRADEBOOK-ASSIGNMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF GA-COURSE-CODE NOT = WS-ASK-COURSE
                                OR GA-TERM NOT = WS-ASK-TERM
                                OR GA-SECTION-NO NOT = WS-ASK-SECTION
                            MOVE "Y" TO WS-EOF
                        ELSE
                            DISPLAY "  " GA-ASSIGN-NO " "
                                GA-CATEGORY-CODE " " GA-DESCRIPTION
                                " OUT OF " GA-POINTS
                                " DUE " GA-DUE-DATE
                            ADD 1 TO WS-ASSIGN-COUNT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ASSIGN-COUNT = ZERO
                DISPLAY "  NO ASSIGNMENTS SET UP YET"
            END-IF.

        SET-ASSIGNMENT.
            PERFORM LIST-ASSIGNMENTS
            DISPLAY "ENTER ASSIGNMENT NUMBER (3 DIGITS):"
            ACCEPT WS-ASSIGN-ENTRY
            IF WS-ASSIGN-ENTRY = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ASK-COURSE TO GA-COURSE-CODE
            MOVE WS-ASK-TERM TO GA-TERM
            MOVE WS-ASK-SECTION TO GA-SECTION-NO
            MOVE WS-ASSIGN-ENTRY TO GA-ASSIGN-NO
            MOVE "Y" TO WS-FOUND
            READ GRADEBOOK-ASSIGNMENT
                INVALID KEY
                    MOVE "N" TO WS-FOUND
            END-READ
            IF WS-FOUND = "Y"
                DISPLAY "CURRENT: " GA-CATEGORY-CODE " "
                    GA-DESCRIPTION " OUT OF " GA-POINTS
                    " DUE " GA-DUE-DATE
            END-IF

            DISPLAY "ENTER CATEGORY CODE:"
            ACCEPT WS-CATEGORY-ENTRY
            MOVE FUNCTION UPPER-CASE(WS-CATEGORY-ENTRY)
                TO WS-CATEGORY-ENTRY
            MOVE WS-ASK-COURSE TO GC-COURSE-CODE
            MOVE WS-ASK-TERM TO GC-TERM
            MOVE WS-ASK-SECTION TO GC-SECTION-NO
            MOVE WS-CATEGORY-ENTRY TO GC-CATEGORY-CODE
            READ GRADEBOOK-CATEGORY
                INVALID KEY
                    DISPLAY "REJECTED: NO CATEGORY " WS-CATEGORY-ENTRY
                        " IN THIS SECTION"
                    EXIT PARAGRAPH
            END-READ
            MOVE WS-CATEGORY-ENTRY TO GA-CATEGORY-CODE
            DISPLAY "ENTER DESCRIPTION (20 CHARS):"
            ACCEPT GA-DESCRIPTION
            DISPLAY "ENTER POINTS POSSIBLE (4 DIGITS):"
            ACCEPT GA-POINTS
            IF GA-POINTS = ZERO
                DISPLAY "REJECTED: POINTS POSSIBLE MUST BE ABOVE ZERO"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER DUE DATE (YYYYMMDD):"
            ACCEPT GA-DUE-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(GA-DUE-DATE) NOT = ZERO
                DISPLAY "REJECTED: " GA-DUE-DATE " IS NOT A DATE"
                EXIT PARAGRAPH
            END-IF

            IF WS-FOUND = "Y"
                REWRITE GRADEBOOK-ASSIGNMENT-RECORD
                DISPLAY "ASSIGNMENT UPDATED: " GA-ASSIGN-NO
            ELSE
                WRITE GRADEBOOK-ASSIGNMENT-RECORD
                DISPLAY "ASSIGNMENT ADDED: " GA-ASSIGN-NO
            END-IF.

        KEY-SCORES.
            PERFORM LIST-ASSIGNMENTS
            DISPLAY "ENTER ASSIGNMENT NUMBER TO SCORE:"
            ACCEPT WS-ASSIGN-ENTRY
            MOVE WS-ASK-COURSE TO GA-COURSE-CODE
            MOVE WS-ASK-TERM TO GA-TERM
            MOVE WS-ASK-SECTION TO GA-SECTION-NO
            MOVE WS-ASSIGN-ENTRY TO GA-ASSIGN-NO
            READ GRADEBOOK-ASSIGNMENT
                INVALID KEY
                    DISPLAY "REJECTED: NO ASSIGNMENT " WS-ASSIGN-ENTRY
                    EXIT PARAGRAPH
            END-READ
            DISPLAY GA-DESCRIPTION " - OUT OF " GA-POINTS
            DISPLAY "ENTER POINTS, M MISSING, X EXCUSED,"
                " BLANK TO LEAVE AS IS"

            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
                DISPLAY "ENROLLMENT NOT AVAILABLE - STATUS "
                    WS-ENROLL-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-KEYED-COUNT WS-CLASS-COUNT
      *     the key leads with the student, so the section's class
      *     list takes a full sweep - class sizes make that cheap
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EN-COURSE-CODE = WS-ASK-COURSE
                                AND EN-TERM = WS-ASK-TERM
                                AND EN-SECTION-NO = WS-ASK-SECTION
                                AND EN-STATUS NOT = "D"
                                AND EN-STATUS NOT = "W"
                            PERFORM KEY-ONE-SCORE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT
            DISPLAY "SCORES KEYED: " WS-KEYED-COUNT
                " OF " WS-CLASS-COUNT " STUDENTS".

        KEY-ONE-SCORE.
            ADD 1 TO WS-CLASS-COUNT
            MOVE GA-COURSE-CODE TO GS-COURSE-CODE
            MOVE GA-TERM TO GS-TERM
            MOVE GA-SECTION-NO TO GS-SECTION-NO
            MOVE GA-ASSIGN-NO TO GS-ASSIGN-NO
            MOVE EN-STUDENT-ID TO GS-STUDENT-ID
            MOVE "Y" TO WS-FOUND
            READ GRADEBOOK-SCORE
                INVALID KEY
                    MOVE "N" TO WS-FOUND
            END-READ
            EVALUATE TRUE
                WHEN WS-FOUND = "N"
                    MOVE "NOT SCORED" TO WS-CURRENT-TEXT
                WHEN GS-STATUS = "M"
                    MOVE "MISSING" TO WS-CURRENT-TEXT
                WHEN GS-STATUS = "X"
                    MOVE "EXCUSED" TO WS-CURRENT-TEXT
                WHEN OTHER
                    MOVE GS-POINTS TO WS-SCORE-DISP
                    MOVE WS-SCORE-DISP TO WS-CURRENT-TEXT
            END-EVALUATE

            MOVE "N" TO WS-ENTRY-OK
            PERFORM UNTIL WS-ENTRY-OK = "Y"
                DISPLAY "STUDENT " EN-STUDENT-ID
                    " CURRENT " WS-CURRENT-TEXT ":"
                ACCEPT WS-SCORE-TEXT
                IF WS-SCORE-TEXT = SPACES
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION UPPER-CASE(WS-SCORE-TEXT)
                    TO WS-SCORE-TEXT
                EVALUATE TRUE
                    WHEN WS-SCORE-TEXT = "M"
                        MOVE "M" TO GS-STATUS
                        MOVE ZERO TO GS-POINTS
                        MOVE "Y" TO WS-ENTRY-OK
                    WHEN WS-SCORE-TEXT = "X"
                        MOVE "X" TO GS-STATUS
                        MOVE ZERO TO GS-POINTS
                        MOVE "Y" TO WS-ENTRY-OK
                    WHEN OTHER
                        COMPUTE WS-NUMVAL-CHECK =
                            FUNCTION TEST-NUMVAL(WS-SCORE-TEXT)
                        IF WS-NUMVAL-CHECK NOT = ZERO
                            DISPLAY "REJECTED: ENTER POINTS, M, X"
                                " OR BLANK"
                        ELSE
                            COMPUTE WS-SCORE-VALUE =
                                FUNCTION NUMVAL(WS-SCORE-TEXT)
                            IF WS-SCORE-VALUE > GA-POINTS
                                DISPLAY "REJECTED: MORE THAN THE "
                                    GA-POINTS " POINTS POSSIBLE"
                            ELSE
                                MOVE "S" TO GS-STATUS
                                MOVE WS-SCORE-VALUE TO GS-POINTS
                                MOVE "Y" TO WS-ENTRY-OK
                            END-IF
                        END-IF
                END-EVALUATE
            END-PERFORM

            MOVE WS-OPERATOR-ID TO GS-ENTERED-BY
            MOVE WS-TODAY-DATE TO GS-ENTERED-DATE
            IF WS-FOUND = "Y"
                REWRITE GRADEBOOK-SCORE-RECORD
            ELSE
                WRITE GRADEBOOK-SCORE-RECORD
            END-IF
            ADD 1 TO WS-KEYED-COUNT.

        SHOW-AVERAGES.
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
                DISPLAY "ENROLLMENT NOT AVAILABLE - STATUS "
                    WS-ENROLL-STATUS
                EXIT PARAGRAPH
            END-IF
      *     GRADEBOOK-CALC reads the gradebook files itself - close
      *     ours so it sees everything keyed so far
            CLOSE GRADEBOOK-CATEGORY
            CLOSE GRADEBOOK-ASSIGNMENT
            CLOSE GRADEBOOK-SCORE
            DISPLAY "RUNNING AVERAGES AS OF " WS-TODAY-DATE
            DISPLAY "STUDENT  AVERAGE GRADE POINTS SCORED MISSING"
            MOVE ZERO TO WS-CLASS-COUNT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EN-COURSE-CODE = WS-ASK-COURSE
                                AND EN-TERM = WS-ASK-TERM
                                AND EN-SECTION-NO = WS-ASK-SECTION
                                AND EN-STATUS NOT = "D"
                                AND EN-STATUS NOT = "W"
                            PERFORM SHOW-ONE-AVERAGE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT
            DISPLAY "STUDENTS: " WS-CLASS-COUNT
            PERFORM OPEN-GRADEBOOK-FILES.

        SHOW-ONE-AVERAGE.
            ADD 1 TO WS-CLASS-COUNT
            MOVE WS-ASK-COURSE TO GBP-COURSE-CODE
            MOVE WS-ASK-TERM TO GBP-TERM
            MOVE WS-ASK-SECTION TO GBP-SECTION-NO
            MOVE EN-STUDENT-ID TO GBP-STUDENT-ID
            MOVE WS-TODAY-DATE TO GBP-AS-OF-DATE
            CALL "GRADEBOOK-CALC" USING GRADEBOOK-CALC-PARAMS
            IF GBP-RESULT NOT = "Y"
                DISPLAY EN-STUDENT-ID "   NOTHING GRADED YET"
                EXIT PARAGRAPH
            END-IF
            MOVE GBP-AVERAGE-PCT TO WS-AVERAGE-DISP
            MOVE GBP-GRADE-POINTS TO WS-POINTS-DISP
            DISPLAY EN-STUDENT-ID "   " WS-AVERAGE-DISP "%  "
                GBP-LETTER "    " WS-POINTS-DISP "    "
                GBP-SCORED-COUNT "    " GBP-MISSING-COUNT.

            END PROGRAM GRADEBOOK-ENTRY.

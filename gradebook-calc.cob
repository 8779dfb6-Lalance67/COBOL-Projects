      * GRADEBOOK-CALC - the shared gradebook average. Given a
      * section and a student, it weighs the student's scores by the
      * section's GRADEBOOK-CATEGORY weights and looks the result up
      * on the district scale (GRADE-SCALE-TABLE.cpy), so the
      * running average GRADEBOOK-ENTRY shows the instructor, the
      * grade GRADE-POSTING posts from the gradebook and the figure
      * PROGRESS-REPORT-PRINT sends home all come out of one place.
      * Each category's percentage is its points earned over points
      * possible. Excused work and work not yet due stay out of it;
      * work past due with no score, or marked missing, counts as a
      * zero and is listed back to the caller. Only categories with
      * something counted in them are weighed, their weights scaled
      * up to 100, so a mid-term average is not dragged down by a
      * final exam nobody has sat yet.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADEBOOK-CALC.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

        DATA DIVISION.
        FILE SECTION.
        FD  GRADEBOOK-CATEGORY.
            COPY "GRADEBOOK-CATEGORY-RECORD.cpy".

        FD  GRADEBOOK-ASSIGNMENT.
            COPY "GRADEBOOK-ASSIGNMENT-RECORD.cpy".

        FD  GRADEBOOK-SCORE.
            COPY "GRADEBOOK-SCORE-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-CATEGORY-STATUS    PIC XX.
        01 WS-ASSIGN-STATUS      PIC XX.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-CAT-IDX            PIC 9(2).
        01 WS-SCALE-IDX          PIC 9(2).
        01 WS-EARNED             PIC 9(5)V9.
        01 WS-COUNTS             PIC X.
        01 WS-WEIGHT-USED        PIC 9(5).
        01 WS-WEIGHTED-SUM       PIC 9(7)V9(4).
        01 WS-CAT-PCT            PIC 9(3)V9(4).

      * the section's categories - a handful in practice
        78 MAX-CATEGORIES        VALUE 20.
        01 WS-CAT-COUNT          PIC 9(2).
        01 WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 20 TIMES.
                10 WS-CAT-CODE       PIC X(4).
                10 WS-CAT-WEIGHT     PIC 9(3).
                10 WS-CAT-EARNED     PIC 9(7)V9.
                10 WS-CAT-POSSIBLE   PIC 9(7).

        COPY "GRADE-SCALE-TABLE.cpy".

        LINKAGE SECTION.
            COPY "GRADEBOOK-CALC-PARAMS.cpy".

        PROCEDURE DIVISION USING GRADEBOOK-CALC-PARAMS.
            MOVE "N" TO GBP-RESULT
            MOVE ZERO TO GBP-AVERAGE-PCT GBP-GRADE-POINTS
                GBP-SCORED-COUNT GBP-MISSING-COUNT
            MOVE SPACES TO GBP-LETTER
            MOVE ZERO TO WS-CAT-COUNT

      *     no gradebook files yet means nothing to average
            OPEN INPUT GRADEBOOK-CATEGORY
            IF WS-CATEGORY-STATUS NOT = "00"
                GOBACK
            END-IF
            OPEN INPUT GRADEBOOK-ASSIGNMENT
            IF WS-ASSIGN-STATUS NOT = "00"
                CLOSE GRADEBOOK-CATEGORY
                GOBACK
            END-IF
            OPEN INPUT GRADEBOOK-SCORE

            PERFORM LOAD-CATEGORIES
            PERFORM WALK-ASSIGNMENTS
            PERFORM WEIGH-CATEGORIES

            CLOSE GRADEBOOK-CATEGORY
            CLOSE GRADEBOOK-ASSIGNMENT
            IF WS-SCORE-STATUS = "00" OR WS-SCORE-STATUS = "10"
                    OR WS-SCORE-STATUS = "23"
                CLOSE GRADEBOOK-SCORE
            END-IF
            GOBACK.

        LOAD-CATEGORIES.
            MOVE GBP-COURSE-CODE TO GC-COURSE-CODE
            MOVE GBP-TERM TO GC-TERM
            MOVE GBP-SECTION-NO TO GC-SECTION-NO
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
                        IF GC-COURSE-CODE NOT = GBP-COURSE-CODE
                                OR GC-TERM NOT = GBP-TERM
                                OR GC-SECTION-NO NOT = GBP-SECTION-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF WS-CAT-COUNT < MAX-CATEGORIES
                                ADD 1 TO WS-CAT-COUNT
                                MOVE GC-CATEGORY-CODE
                                    TO WS-CAT-CODE(WS-CAT-COUNT)
                                MOVE GC-WEIGHT-PCT
                                    TO WS-CAT-WEIGHT(WS-CAT-COUNT)
                                MOVE ZERO
                                    TO WS-CAT-EARNED(WS-CAT-COUNT)
                                    WS-CAT-POSSIBLE(WS-CAT-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        WALK-ASSIGNMENTS.
            MOVE GBP-COURSE-CODE TO GA-COURSE-CODE
            MOVE GBP-TERM TO GA-TERM
            MOVE GBP-SECTION-NO TO GA-SECTION-NO
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
                        IF GA-COURSE-CODE NOT = GBP-COURSE-CODE
                                OR GA-TERM NOT = GBP-TERM
                                OR GA-SECTION-NO NOT = GBP-SECTION-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM COUNT-ONE-ASSIGNMENT
                        END-IF
                END-READ
            END-PERFORM.

        COUNT-ONE-ASSIGNMENT.
      *     an assignment under a category since taken out of the
      *     section carries no weight, so it is left alone
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                IF WS-CAT-CODE(WS-CAT-IDX) = GA-CATEGORY-CODE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-CAT-IDX > WS-CAT-COUNT OR GA-POINTS = ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-COUNTS
            MOVE ZERO TO WS-EARNED
            MOVE SPACES TO GS-STATUS
            IF WS-SCORE-STATUS = "00" OR WS-SCORE-STATUS = "10"
                    OR WS-SCORE-STATUS = "23"
                MOVE GA-COURSE-CODE TO GS-COURSE-CODE
                MOVE GA-TERM TO GS-TERM
                MOVE GA-SECTION-NO TO GS-SECTION-NO
                MOVE GA-ASSIGN-NO TO GS-ASSIGN-NO
                MOVE GBP-STUDENT-ID TO GS-STUDENT-ID
                READ GRADEBOOK-SCORE
                    INVALID KEY
                        MOVE SPACES TO GS-STATUS
                END-READ
            END-IF

            EVALUATE TRUE
                WHEN GS-STATUS = "X"
                    CONTINUE
                WHEN GS-STATUS = "S"
                    MOVE "Y" TO WS-COUNTS
                    MOVE GS-POINTS TO WS-EARNED
                    ADD 1 TO GBP-SCORED-COUNT
                WHEN GS-STATUS = "M"
                    MOVE "Y" TO WS-COUNTS
                    PERFORM LIST-MISSING
                WHEN GA-DUE-DATE < GBP-AS-OF-DATE
                    MOVE "Y" TO WS-COUNTS
                    PERFORM LIST-MISSING
            END-EVALUATE

            IF WS-COUNTS = "Y"
                ADD WS-EARNED TO WS-CAT-EARNED(WS-CAT-IDX)
                ADD GA-POINTS TO WS-CAT-POSSIBLE(WS-CAT-IDX)
            END-IF.

        LIST-MISSING.
            ADD 1 TO GBP-MISSING-COUNT
            IF GBP-MISSING-COUNT <= 20
                MOVE GA-ASSIGN-NO
                    TO GBP-MISS-ASSIGN-NO(GBP-MISSING-COUNT)
                MOVE GA-DESCRIPTION
                    TO GBP-MISS-DESCRIPTION(GBP-MISSING-COUNT)
                MOVE GA-DUE-DATE
                    TO GBP-MISS-DUE-DATE(GBP-MISSING-COUNT)
            END-IF.

        WEIGH-CATEGORIES.
            MOVE ZERO TO WS-WEIGHT-USED WS-WEIGHTED-SUM
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                IF WS-CAT-POSSIBLE(WS-CAT-IDX) > ZERO
                        AND WS-CAT-WEIGHT(WS-CAT-IDX) > ZERO
                    COMPUTE WS-CAT-PCT =
                        WS-CAT-EARNED(WS-CAT-IDX) * 100
                        / WS-CAT-POSSIBLE(WS-CAT-IDX)
                    COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                        + WS-CAT-PCT * WS-CAT-WEIGHT(WS-CAT-IDX)
                    ADD WS-CAT-WEIGHT(WS-CAT-IDX) TO WS-WEIGHT-USED
                END-IF
            END-PERFORM
            IF WS-WEIGHT-USED = ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE "Y" TO GBP-RESULT
            COMPUTE GBP-AVERAGE-PCT ROUNDED =
                WS-WEIGHTED-SUM / WS-WEIGHT-USED
            PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                    UNTIL WS-SCALE-IDX > GRADE-SCALE-COUNT
                IF GBP-AVERAGE-PCT >= GT-MIN-PCT(WS-SCALE-IDX)
                    MOVE GT-LETTER(WS-SCALE-IDX) TO GBP-LETTER
                    MOVE GT-POINTS(WS-SCALE-IDX) TO GBP-GRADE-POINTS
                    EXIT PERFORM
                END-IF
            END-PERFORM.

            END PROGRAM GRADEBOOK-CALC.

      * standardized test score analysis - for one subject and test
      * year off the TEST-SCORE file (loaded by TEST-SCORE-IMPORT)
      * and one term's classes, writes TEST-SCORE-ANALYSIS.DAT with:
      *   - the proficiency bands of the students in each of the
      *     term's course sections (ENROLLMENT and COURSE-SECTION),
      *     and rolled up to each instructor off INSTRUCTOR-MASTER;
      *   - how the scores line up with the course grades (EN-GRADE)
      *     - the average grade per band, and the enrollments where
      *     the two disagree sharply, for the department to review;
      *   - year-over-year growth per student against the prior
      *     year's score in the same subject.
      * A course code prefix narrows the sections to the subject's
      * own courses (MA for the MATH test, say); blank takes them
      * all.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TEST-SCORE-ANALYSIS.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TEST-SCORE ASSIGN TO "TEST-SCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TS-SCORE-KEY
                FILE STATUS IS WS-SCORE-STATUS.

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

            SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUCTOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTRUCTOR-ID
                FILE STATUS IS WS-INSTRUCTOR-STATUS.

            SELECT ANALYSIS-RPT ASSIGN TO "TEST-SCORE-ANALYSIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TEST-SCORE.
            COPY "TEST-SCORE-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  INSTRUCTOR-MASTER.
            COPY "INSTRUCTOR-RECORD.cpy".

        FD  ANALYSIS-RPT.
        01  ANALYSIS-RPT-LINE       PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-INSTRUCTOR-STATUS  PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-INSTRUCTOR-OPEN    PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).

        01 WS-ASK-SUBJECT        PIC X(4).
        01 WS-ASK-YEAR           PIC 9(4).
        01 WS-PRIOR-YEAR         PIC 9(4).
        01 WS-ASK-TERM           PIC X(5).
        01 WS-ASK-PREFIX         PIC X(6).
        01 WS-PREFIX-LENGTH      PIC 9.

      * the term's sections, in course and section order (the
      * section file is read in key order and the term is fixed)
      * so an enrollment finds its section with SEARCH ALL; band
      * counts 1-4 are the proficiency bands, 5 no score on file
        78 SECTION-MAX           VALUE 500.
        01 WS-SECTION-COUNT      PIC 9(3) VALUE ZERO.
        01 WS-SECTION-TABLE.
            05 WS-SX-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-SECTION-COUNT
                               ASCENDING KEY IS WS-SX-KEY
                               INDEXED BY WS-SX-IDX.
                10 WS-SX-KEY.
                    15 WS-SX-COURSE      PIC X(6).
                    15 WS-SX-SECTION     PIC 9(2).
                10 WS-SX-INSTRUCTOR  PIC X(6).
                10 WS-SX-BAND-COUNT  PIC 9(3) OCCURS 5 TIMES.
        01 WS-SX-SUB             PIC 9(3).
        01 WS-LOOKUP-KEY.
            05 WS-LOOKUP-COURSE  PIC X(6).
            05 WS-LOOKUP-SECTION PIC 9(2).
        01 WS-FOUND              PIC X.

      * instructor roll-up of the section counts
        78 INSTR-MAX             VALUE 200.
        01 WS-INSTR-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-INSTR-TABLE.
            05 WS-IX-ENTRY OCCURS 200 TIMES.
                10 WS-IX-ID          PIC X(6).
                10 WS-IX-SECTIONS    PIC 9(3).
                10 WS-IX-BAND-COUNT  PIC 9(4) OCCURS 5 TIMES.
        01 WS-IX-SUB             PIC 9(3).
        01 WS-IX-FOUND           PIC 9(3).

      * score against grade, per band
        01 WS-GRADE-TABLE.
            05 WS-GB-ENTRY OCCURS 4 TIMES.
                10 WS-GB-COUNT       PIC 9(5).
                10 WS-GB-POINTS      PIC 9(6)V9.
        01 WS-BAND-SUB           PIC 9.
        01 WS-REVIEW-COUNT       PIC 9(4) VALUE ZERO.
      * a sharp disagreement - an advanced score with a grade under
      * REVIEW-LOW-GRADE, or a below-basic one with a grade of
      * REVIEW-HIGH-GRADE or better
        78 REVIEW-LOW-GRADE      VALUE 2.0.
        78 REVIEW-HIGH-GRADE     VALUE 3.5.

      * growth - the prior record read in key order, which puts a
      * student's years for a subject side by side
        01 WS-PREV-STUDENT       PIC X(6).
        01 WS-PREV-SUBJECT       PIC X(4).
        01 WS-PREV-YEAR          PIC 9(4).
        01 WS-PREV-SCORE         PIC 9(4).
        01 WS-PREV-BAND          PIC 9.
        01 WS-GROWTH             PIC S9(4).
        01 WS-GROWTH-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-GROWTH-TOTAL       PIC S9(7) VALUE ZERO.
        01 WS-BAND-UP            PIC 9(5) VALUE ZERO.
        01 WS-BAND-DOWN          PIC 9(5) VALUE ZERO.
        01 WS-GROWTH-AVG         PIC S9(4)V9.

        01 WS-TOTAL-IN-BAND      PIC 9(5).
        01 WS-PROFICIENT         PIC 9(5).
        01 WS-PCT                PIC 9(3).
        01 WS-COUNT-DISP         PIC ZZZ9.
        01 WS-C1-DISP            PIC ZZZ9.
        01 WS-C2-DISP            PIC ZZZ9.
        01 WS-C3-DISP            PIC ZZZ9.
        01 WS-C4-DISP            PIC ZZZ9.
        01 WS-C5-DISP            PIC ZZZ9.
        01 WS-PCT-DISP           PIC ZZ9.
        01 WS-AVG-GRADE          PIC 9V99.
        01 WS-AVG-DISP           PIC 9.99.
        01 WS-GRADE-DISP         PIC 9.9.
        01 WS-GROWTH-DISP        PIC +ZZZ9.
        01 WS-GROWTH-AVG-DISP    PIC +ZZZ9.9.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "TEST SUBJECT (E.G. MATH):"
            ACCEPT WS-ASK-SUBJECT
            DISPLAY "TEST YEAR (YYYY):"
            ACCEPT WS-ASK-YEAR
            COMPUTE WS-PRIOR-YEAR = WS-ASK-YEAR - 1
            DISPLAY "TERM OF THE CLASSES (E.G. 2027S):"
            ACCEPT WS-ASK-TERM
            DISPLAY "COURSE CODE PREFIX (BLANK FOR ALL COURSES):"
            MOVE SPACES TO WS-ASK-PREFIX
            ACCEPT WS-ASK-PREFIX
            PERFORM MEASURE-PREFIX-LENGTH

            OPEN INPUT TEST-SCORE
            IF WS-SCORE-STATUS NOT = "00"
                DISPLAY "TEST-SCORE NOT AVAILABLE - STATUS "
                    WS-SCORE-STATUS " - RUN TEST-SCORE-IMPORT FIRST"
                GOBACK
            END-IF

            PERFORM LOAD-SECTIONS

            OPEN OUTPUT ANALYSIS-RPT
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "STANDARDIZED TEST ANALYSIS - " WS-ASK-SUBJECT
                   " " WS-ASK-YEAR " - TERM " WS-ASK-TERM
                   " - RUN DATE " WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "BANDS: 1 BELOW BASIC  2 BASIC  3 PROFICIENT  "
                   "4 ADVANCED  NS NO SCORE"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE

      *     the disagreements list as the enrollments are swept
            MOVE SPACES TO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "SCORE AND COURSE GRADE DISAGREE - FOR REVIEW"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            PERFORM SWEEP-ENROLLMENTS

            PERFORM WRITE-SECTION-BANDS
            PERFORM WRITE-INSTRUCTOR-BANDS
            PERFORM WRITE-SCORE-VS-GRADE-SUMMARY
            PERFORM WRITE-GROWTH

            CLOSE ANALYSIS-RPT
            CLOSE TEST-SCORE

            DISPLAY "TEST SCORE ANALYSIS WRITTEN - SECTIONS: "
                WS-SECTION-COUNT " GROWTH LINES: " WS-GROWTH-COUNT

            GOBACK.

        MEASURE-PREFIX-LENGTH.
      *     how many characters the operator actually keyed - the
      *     prefix compare runs over just those, zero for none
            MOVE 6 TO WS-PREFIX-LENGTH
            PERFORM UNTIL WS-PREFIX-LENGTH = 1
                    OR WS-ASK-PREFIX(WS-PREFIX-LENGTH:1) NOT = SPACE
                SUBTRACT 1 FROM WS-PREFIX-LENGTH
            END-PERFORM
            IF WS-ASK-PREFIX = SPACES
                MOVE ZERO TO WS-PREFIX-LENGTH
            END-IF.

        LOAD-SECTIONS.
            OPEN INPUT COURSE-SECTION
            IF WS-SECTION-STATUS NOT = "00"
                DISPLAY "COURSE-SECTION NOT AVAILABLE - STATUS "
                    WS-SECTION-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ COURSE-SECTION NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CS-TERM = WS-ASK-TERM
                            MOVE CS-COURSE-CODE TO WS-LOOKUP-COURSE
                            PERFORM CHECK-PREFIX
                            IF WS-FOUND = "Y"
                                PERFORM ADD-SECTION
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        CHECK-PREFIX.
            MOVE "Y" TO WS-FOUND
            IF WS-PREFIX-LENGTH > ZERO
                IF WS-LOOKUP-COURSE(1:WS-PREFIX-LENGTH)
                        NOT = WS-ASK-PREFIX(1:WS-PREFIX-LENGTH)
                    MOVE "N" TO WS-FOUND
                END-IF
            END-IF.

        ADD-SECTION.
            IF WS-SECTION-COUNT >= SECTION-MAX
                DISPLAY "WARNING: MORE THAN " SECTION-MAX
                    " SECTIONS - " CS-COURSE-CODE " NOT ANALYZED"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SECTION-COUNT
            MOVE CS-COURSE-CODE TO WS-SX-COURSE(WS-SECTION-COUNT)
            MOVE CS-SECTION-NO TO WS-SX-SECTION(WS-SECTION-COUNT)
            MOVE CS-INSTRUCTOR TO WS-SX-INSTRUCTOR(WS-SECTION-COUNT)
            PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                    UNTIL WS-BAND-SUB > 5
                MOVE ZERO TO
                    WS-SX-BAND-COUNT(WS-SECTION-COUNT, WS-BAND-SUB)
            END-PERFORM.

        SWEEP-ENROLLMENTS.
      *     every active enrollment of the term in a chosen course -
      *     its student's score for the subject and year goes to the
      *     section's band count and, with the course grade, to the
      *     score-against-grade table
            PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                    UNTIL WS-BAND-SUB > 4
                MOVE ZERO TO WS-GB-COUNT(WS-BAND-SUB)
                MOVE ZERO TO WS-GB-POINTS(WS-BAND-SUB)
            END-PERFORM
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
                DISPLAY "ENROLLMENT NOT AVAILABLE - STATUS "
                    WS-ENROLL-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EN-TERM = WS-ASK-TERM
                                AND EN-STATUS NOT = "D"
                                AND EN-STATUS NOT = "W"
                            MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
                            PERFORM CHECK-PREFIX
                            IF WS-FOUND = "Y"
                                PERFORM SCORE-ONE-ENROLLMENT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT.

        SCORE-ONE-ENROLLMENT.
            MOVE EN-STUDENT-ID TO TS-STUDENT-ID
            MOVE WS-ASK-SUBJECT TO TS-SUBJECT
            MOVE WS-ASK-YEAR TO TS-TEST-YEAR
            READ TEST-SCORE
                INVALID KEY
                    MOVE 5 TO WS-BAND-SUB
                NOT INVALID KEY
                    MOVE TS-BAND TO WS-BAND-SUB
            END-READ

      *     enrollments from before sections existed carry section
      *     zero and only count toward the grade comparison
            MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
            MOVE EN-SECTION-NO TO WS-LOOKUP-SECTION
            PERFORM FIND-SECTION
            IF WS-FOUND = "Y"
                ADD 1 TO WS-SX-BAND-COUNT(WS-SX-IDX, WS-BAND-SUB)
            END-IF

            IF WS-BAND-SUB < 5
                ADD 1 TO WS-GB-COUNT(WS-BAND-SUB)
                ADD EN-GRADE TO WS-GB-POINTS(WS-BAND-SUB)
                IF (WS-BAND-SUB = 4 AND EN-GRADE < REVIEW-LOW-GRADE)
                        OR (WS-BAND-SUB = 1
                            AND EN-GRADE >= REVIEW-HIGH-GRADE)
                    ADD 1 TO WS-REVIEW-COUNT
                    PERFORM WRITE-REVIEW-LINE
                END-IF
            END-IF.

        FIND-SECTION.
            MOVE "N" TO WS-FOUND
            IF WS-SECTION-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL WS-SX-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-SX-KEY(WS-SX-IDX) = WS-LOOKUP-KEY
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        WRITE-REVIEW-LINE.
            MOVE EN-GRADE TO WS-GRADE-DISP
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "  " EN-STUDENT-ID " " EN-COURSE-CODE
                   " SEC " EN-SECTION-NO
                   "  GRADE " WS-GRADE-DISP "  BAND " WS-BAND-SUB
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE.

        WRITE-SECTION-BANDS.
            MOVE SPACES TO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "BANDS BY SECTION"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "COURSE SEC INSTR     1    2    3    4   NS"
                   "  PROF%"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                    UNTIL WS-SX-SUB > WS-SECTION-COUNT
                PERFORM WRITE-ONE-SECTION
                PERFORM ROLL-UP-INSTRUCTOR
            END-PERFORM.

        WRITE-ONE-SECTION.
            MOVE WS-SX-BAND-COUNT(WS-SX-SUB, 1) TO WS-C1-DISP
            MOVE WS-SX-BAND-COUNT(WS-SX-SUB, 2) TO WS-C2-DISP
            MOVE WS-SX-BAND-COUNT(WS-SX-SUB, 3) TO WS-C3-DISP
            MOVE WS-SX-BAND-COUNT(WS-SX-SUB, 4) TO WS-C4-DISP
            MOVE WS-SX-BAND-COUNT(WS-SX-SUB, 5) TO WS-C5-DISP
            COMPUTE WS-TOTAL-IN-BAND =
                WS-SX-BAND-COUNT(WS-SX-SUB, 1)
                + WS-SX-BAND-COUNT(WS-SX-SUB, 2)
                + WS-SX-BAND-COUNT(WS-SX-SUB, 3)
                + WS-SX-BAND-COUNT(WS-SX-SUB, 4)
            COMPUTE WS-PROFICIENT =
                WS-SX-BAND-COUNT(WS-SX-SUB, 3)
                + WS-SX-BAND-COUNT(WS-SX-SUB, 4)
            PERFORM COMPUTE-PROFICIENT-PCT
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING WS-SX-COURSE(WS-SX-SUB)
                   " " WS-SX-SECTION(WS-SX-SUB)
                   "  " WS-SX-INSTRUCTOR(WS-SX-SUB)
                   " " WS-C1-DISP " " WS-C2-DISP
                   " " WS-C3-DISP " " WS-C4-DISP
                   " " WS-C5-DISP "    " WS-PCT-DISP
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE.

        COMPUTE-PROFICIENT-PCT.
      *     share of the scored students at proficient or better
            IF WS-TOTAL-IN-BAND > ZERO
                COMPUTE WS-PCT ROUNDED =
                    (WS-PROFICIENT * 100) / WS-TOTAL-IN-BAND
            ELSE
                MOVE ZERO TO WS-PCT
            END-IF
            MOVE WS-PCT TO WS-PCT-DISP.

        ROLL-UP-INSTRUCTOR.
            MOVE ZERO TO WS-IX-FOUND
            PERFORM VARYING WS-IX-SUB FROM 1 BY 1
                    UNTIL WS-IX-SUB > WS-INSTR-COUNT
                IF WS-IX-ID(WS-IX-SUB) = WS-SX-INSTRUCTOR(WS-SX-SUB)
                    MOVE WS-IX-SUB TO WS-IX-FOUND
                END-IF
            END-PERFORM
            IF WS-IX-FOUND = ZERO
                IF WS-INSTR-COUNT >= INSTR-MAX
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-INSTR-COUNT
                MOVE WS-INSTR-COUNT TO WS-IX-FOUND
                MOVE WS-SX-INSTRUCTOR(WS-SX-SUB)
                    TO WS-IX-ID(WS-IX-FOUND)
                MOVE ZERO TO WS-IX-SECTIONS(WS-IX-FOUND)
                PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                        UNTIL WS-BAND-SUB > 5
                    MOVE ZERO TO
                        WS-IX-BAND-COUNT(WS-IX-FOUND, WS-BAND-SUB)
                END-PERFORM
            END-IF
            ADD 1 TO WS-IX-SECTIONS(WS-IX-FOUND)
            PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                    UNTIL WS-BAND-SUB > 5
                ADD WS-SX-BAND-COUNT(WS-SX-SUB, WS-BAND-SUB)
                    TO WS-IX-BAND-COUNT(WS-IX-FOUND, WS-BAND-SUB)
            END-PERFORM.

        WRITE-INSTRUCTOR-BANDS.
            MOVE SPACES TO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "BANDS BY INSTRUCTOR"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "INSTR  NAME                   SECS    1    2"
                   "    3    4   NS  PROF%"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            OPEN INPUT INSTRUCTOR-MASTER
            IF WS-INSTRUCTOR-STATUS = "00"
                MOVE "Y" TO WS-INSTRUCTOR-OPEN
            END-IF
            PERFORM VARYING WS-IX-SUB FROM 1 BY 1
                    UNTIL WS-IX-SUB > WS-INSTR-COUNT
                PERFORM WRITE-ONE-INSTRUCTOR
            END-PERFORM
            IF WS-INSTRUCTOR-OPEN = "Y"
                CLOSE INSTRUCTOR-MASTER
            END-IF.

        WRITE-ONE-INSTRUCTOR.
      *     a section nobody has been assigned to yet rolls up
      *     under a blank instructor
            MOVE SPACES TO PERSON-NAME
            IF WS-INSTRUCTOR-OPEN = "Y"
                    AND WS-IX-ID(WS-IX-SUB) NOT = SPACES
                MOVE WS-IX-ID(WS-IX-SUB) TO IN-INSTRUCTOR-ID
                READ INSTRUCTOR-MASTER
                    INVALID KEY
                        MOVE SPACES TO PERSON-NAME
                END-READ
            END-IF
            IF WS-IX-ID(WS-IX-SUB) = SPACES
                MOVE "UNASSIGNED" TO PERSON-NAME
            END-IF
            MOVE WS-IX-SECTIONS(WS-IX-SUB) TO WS-COUNT-DISP
            MOVE WS-IX-BAND-COUNT(WS-IX-SUB, 1) TO WS-C1-DISP
            MOVE WS-IX-BAND-COUNT(WS-IX-SUB, 2) TO WS-C2-DISP
            MOVE WS-IX-BAND-COUNT(WS-IX-SUB, 3) TO WS-C3-DISP
            MOVE WS-IX-BAND-COUNT(WS-IX-SUB, 4) TO WS-C4-DISP
            MOVE WS-IX-BAND-COUNT(WS-IX-SUB, 5) TO WS-C5-DISP
            COMPUTE WS-TOTAL-IN-BAND =
                WS-IX-BAND-COUNT(WS-IX-SUB, 1)
                + WS-IX-BAND-COUNT(WS-IX-SUB, 2)
                + WS-IX-BAND-COUNT(WS-IX-SUB, 3)
                + WS-IX-BAND-COUNT(WS-IX-SUB, 4)
            COMPUTE WS-PROFICIENT =
                WS-IX-BAND-COUNT(WS-IX-SUB, 3)
                + WS-IX-BAND-COUNT(WS-IX-SUB, 4)
            PERFORM COMPUTE-PROFICIENT-PCT
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING WS-IX-ID(WS-IX-SUB) " "
                   FIRST-NAME(1:10) " " LAST-NAME
                   "  " WS-COUNT-DISP
                   " " WS-C1-DISP " " WS-C2-DISP
                   " " WS-C3-DISP " " WS-C4-DISP
                   " " WS-C5-DISP "    " WS-PCT-DISP
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE.

        WRITE-SCORE-VS-GRADE-SUMMARY.
            MOVE SPACES TO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "TEST BAND AGAINST COURSE GRADE (EN-GRADE)"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                    UNTIL WS-BAND-SUB > 4
                IF WS-GB-COUNT(WS-BAND-SUB) > ZERO
                    COMPUTE WS-AVG-GRADE ROUNDED =
                        WS-GB-POINTS(WS-BAND-SUB)
                        / WS-GB-COUNT(WS-BAND-SUB)
                ELSE
                    MOVE ZERO TO WS-AVG-GRADE
                END-IF
                MOVE WS-AVG-GRADE TO WS-AVG-DISP
                MOVE WS-GB-COUNT(WS-BAND-SUB) TO WS-COUNT-DISP
                MOVE SPACES TO ANALYSIS-RPT-LINE
                STRING "  BAND " WS-BAND-SUB
                       "  ENROLLMENTS " WS-COUNT-DISP
                       "  AVERAGE GRADE " WS-AVG-DISP
                       DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
                WRITE ANALYSIS-RPT-LINE
            END-PERFORM
            MOVE WS-REVIEW-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "  SCORE AND GRADE DISAGREE SHARPLY: "
                   WS-COUNT-DISP " ENROLLMENTS"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE.

        WRITE-GROWTH.
      *     the file in key order puts each student's years for a
      *     subject side by side - a score for the asked year right
      *     after one for the year before makes a growth line
            MOVE SPACES TO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "YEAR-OVER-YEAR GROWTH " WS-PRIOR-YEAR
                   " TO " WS-ASK-YEAR
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "STUDENT  PRIOR  SCORE  GROWTH  BAND"
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE

            MOVE SPACES TO WS-PREV-STUDENT WS-PREV-SUBJECT
            MOVE ZERO TO WS-PREV-YEAR
            MOVE LOW-VALUES TO TS-SCORE-KEY
            START TEST-SCORE KEY >= TS-SCORE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ TEST-SCORE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CHECK-ONE-GROWTH
                END-READ
            END-PERFORM

            IF WS-GROWTH-COUNT > ZERO
                COMPUTE WS-GROWTH-AVG ROUNDED =
                    WS-GROWTH-TOTAL / WS-GROWTH-COUNT
            ELSE
                MOVE ZERO TO WS-GROWTH-AVG
            END-IF
            MOVE WS-GROWTH-AVG TO WS-GROWTH-AVG-DISP
            MOVE WS-GROWTH-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO ANALYSIS-RPT-LINE
            STRING "STUDENTS " WS-COUNT-DISP
                   "  AVERAGE GROWTH " WS-GROWTH-AVG-DISP
                   "  UP A BAND " WS-BAND-UP
                   "  DOWN A BAND " WS-BAND-DOWN
                   DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
            WRITE ANALYSIS-RPT-LINE.

        CHECK-ONE-GROWTH.
            IF TS-SUBJECT = WS-ASK-SUBJECT
                    AND TS-TEST-YEAR = WS-ASK-YEAR
                    AND TS-STUDENT-ID = WS-PREV-STUDENT
                    AND WS-PREV-SUBJECT = WS-ASK-SUBJECT
                    AND WS-PREV-YEAR = WS-PRIOR-YEAR
                COMPUTE WS-GROWTH = TS-SCALE-SCORE - WS-PREV-SCORE
                ADD 1 TO WS-GROWTH-COUNT
                ADD WS-GROWTH TO WS-GROWTH-TOTAL
                IF TS-BAND > WS-PREV-BAND
                    ADD 1 TO WS-BAND-UP
                END-IF
                IF TS-BAND < WS-PREV-BAND
                    ADD 1 TO WS-BAND-DOWN
                END-IF
                MOVE WS-GROWTH TO WS-GROWTH-DISP
                MOVE SPACES TO ANALYSIS-RPT-LINE
                STRING TS-STUDENT-ID "   " WS-PREV-SCORE
                       "   " TS-SCALE-SCORE
                       "   " WS-GROWTH-DISP
                       "  " WS-PREV-BAND " TO " TS-BAND
                       DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
                WRITE ANALYSIS-RPT-LINE
            END-IF
            MOVE TS-STUDENT-ID TO WS-PREV-STUDENT
            MOVE TS-SUBJECT TO WS-PREV-SUBJECT
            MOVE TS-TEST-YEAR TO WS-PREV-YEAR
            MOVE TS-SCALE-SCORE TO WS-PREV-SCORE
            MOVE TS-BAND TO WS-PREV-BAND.

            END PROGRAM TEST-SCORE-ANALYSIS.

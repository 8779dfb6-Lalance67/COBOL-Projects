      * MASTER-SCHEDULE-BUILDER - next term's schedule in one run
      * instead of two weeks of counselors enrolling students one at
      * a time through ENROLLMENT-ENTRY. Every pending COURSE-REQUEST
      * for the prompted term is placed into a COURSE-SECTION seat,
      * upper grades first (CR-GRADE-LEVEL, then the order requests
      * were keyed), each request line in the student's own order of
      * preference. A course is placed only under the same rules
      * ENROLLMENT-ENTRY enforces at the counter - the student is
      * current, immunization-compliant and under no student hold
      * that blocks enrollment, every PREREQ is met on their
      * enrollment history, the section has a seat left, and it
      * shares no period and meeting day with a section the
      * student already holds in the term. Of the sections that
      * pass, the one with the most open seats is taken, so a
      * course's sections fill evenly. A request that cannot be
      * placed falls back to its alternate.
      * Nothing is written until the run is reviewed: the proposed
      * placements go out first as SCHEDULE-EXCEPTION-RPT.DAT (every
      * alternate used and every request left unplaced, with the
      * reason) and SECTION-BALANCE-RPT.DAT (each section's seats
      * before and after), and only on a Y at the prompt are the
      * ENROLLMENT records written, the seat counters moved, and the
      * outcome recorded on each COURSE-REQUEST.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MASTER-SCHEDULE-BUILDER.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COURSE-REQUEST ASSIGN TO "COURSE-REQUEST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-REQUEST-KEY
                FILE STATUS IS WS-REQUEST-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

            SELECT PREREQ ASSIGN TO "PREREQ.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PQ-PREREQ-KEY
                FILE STATUS IS WS-PREREQ-STATUS.

            SELECT REQUEST-SORT ASSIGN TO "REQUEST-SORT.TMP".

            SELECT EXCEPTION-RPT ASSIGN TO "SCHEDULE-EXCEPTION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT BALANCE-RPT ASSIGN TO "SECTION-BALANCE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BALANCE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  COURSE-REQUEST.
            COPY "COURSE-REQUEST-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  PREREQ.
            COPY "PREREQ-RECORD.cpy".

        SD  REQUEST-SORT.
        01  REQUEST-SORT-RECORD.
            05 RS-GRADE-LEVEL        PIC 9(2).
            05 RS-ENTRY-DATE         PIC 9(8).
            05 RS-STUDENT-ID         PIC X(6).

        FD  EXCEPTION-RPT.
        01  EXCEPTION-LINE           PIC X(100).

        FD  BALANCE-RPT.
        01  BALANCE-LINE             PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-REQUEST-STATUS     PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-PREREQ-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-BALANCE-STATUS     PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-SCAN-EOF           PIC X.
        01 WS-PREREQ-OPEN        PIC X VALUE "N".
        01 WS-ANSWER             PIC X.
        01 WS-TERM-ENTRY         PIC X(5).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the term's sections, in course order, with the seats this
      * run proposes to fill alongside what is already enrolled
        78 SECTION-MAX           VALUE 500.
        01 WS-SEC-COUNT          PIC 9(4) VALUE ZERO.
        01 WS-SEC-IDX            PIC 9(4).
        01 WS-SECTION-TABLE.
            05 WS-SEC-ENTRY OCCURS 500 TIMES.
                10 WS-SEC-COURSE     PIC X(6).
                10 WS-SEC-NO         PIC 9(2).
                10 WS-SEC-DAYS       PIC X(5).
                10 WS-SEC-PERIOD     PIC 9(2).
                10 WS-SEC-ROOM       PIC X(5).
                10 WS-SEC-CAPACITY   PIC 9(3).
                10 WS-SEC-ENROLLED   PIC 9(3).
                10 WS-SEC-PLACED     PIC 9(3).

      * the week of the student being scheduled - sections already
      * held in the term plus those placed so far this run
        01 WS-HELD-COUNT         PIC 9(2).
        01 WS-HELD-IDX           PIC 9(2).
        01 WS-HELD-TABLE.
            05 WS-HELD-ENTRY OCCURS 20 TIMES.
                10 WS-HELD-COURSE    PIC X(6).
                10 WS-HELD-DAYS      PIC X(5).
                10 WS-HELD-PERIOD    PIC 9(2).

      * every request line's outcome, held until the commit
        78 PLACEMENT-MAX         VALUE 5000.
        01 WS-PL-COUNT           PIC 9(5) VALUE ZERO.
        01 WS-PL-IDX             PIC 9(5).
        01 WS-PLACEMENT-TABLE.
            05 WS-PL-ENTRY OCCURS 5000 TIMES.
                10 WS-PL-STUDENT     PIC X(6).
                10 WS-PL-LINE        PIC 9.
                10 WS-PL-COURSE      PIC X(6).
                10 WS-PL-SECTION     PIC 9(2).
                10 WS-PL-RESULT      PIC X.
        01 WS-TABLE-FULL         PIC X VALUE "N".

      * placement of one request line
        01 WS-LINE-IDX           PIC 9(2).
        01 WS-STUDENT-OK         PIC X.
        01 WS-STUDENT-REASON     PIC X(30).
        01 WS-TRY-COURSE         PIC X(6).
        01 WS-BEST-SEC           PIC 9(4).
        01 WS-BEST-OPEN          PIC 9(3).
        01 WS-SEC-OPEN           PIC S9(4).
        01 WS-OFFERED            PIC X.
        01 WS-ANY-SEAT           PIC X.
        01 WS-CONFLICT           PIC X.
        01 WS-PREREQ-OK          PIC X.
        01 WS-DAY-IDX            PIC 9.
        01 WS-DAY-TALLY          PIC 9(2).
        01 WS-TRY-DAYS           PIC X(5).
        01 WS-TRY-PERIOD         PIC 9(2).
        01 WS-REASON             PIC X(30).
        01 WS-FIRST-REASON       PIC X(30).
        01 WS-ALT-REASON         PIC X(30).

        01 WS-STUDENTS           PIC 9(5) VALUE ZERO.
        01 WS-REQUESTS           PIC 9(5) VALUE ZERO.
        01 WS-FIRST-CHOICE       PIC 9(5) VALUE ZERO.
        01 WS-ALTERNATES         PIC 9(5) VALUE ZERO.
        01 WS-UNPLACED           PIC 9(5) VALUE ZERO.
        01 WS-WRITTEN            PIC 9(5) VALUE ZERO.
        01 WS-LATE-FAILS         PIC 9(5) VALUE ZERO.

        01 WS-LAST-COURSE        PIC X(6).
        01 WS-COURSE-CAP         PIC 9(5).
        01 WS-COURSE-TOTAL       PIC 9(5).
        01 WS-SEC-TOTAL          PIC 9(4).
        01 WS-PCT-FULL           PIC 9(3).
        01 WS-OPEN-DISP          PIC ---9.
        01 WS-PCT-DISP           PIC ZZ9.

      * the required-shots gate - see health-compliance.cob
        COPY "HEALTH-COMPLIANCE-PARAMS.cpy".

      * the student-hold gate - see student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".

      * run-control log entry for this job - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "MASTER-SCHEDULE-BUILDER" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "MASTER SCHEDULE BUILDER - TERM TO SCHEDULE"
                " (E.G. 2027F):"
            ACCEPT WS-TERM-ENTRY

            OPEN I-O COURSE-REQUEST
            IF WS-REQUEST-STATUS NOT = "00"
                DISPLAY "COURSE-REQUEST NOT AVAILABLE - STATUS "
                    WS-REQUEST-STATUS
                PERFORM END-RUN-IN-ERROR
                GOBACK
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                CLOSE COURSE-REQUEST
                PERFORM END-RUN-IN-ERROR
                GOBACK
            END-IF
            OPEN INPUT COURSE-SECTION
            IF WS-SECTION-STATUS NOT = "00"
                DISPLAY "COURSE-SECTION NOT AVAILABLE - STATUS "
                    WS-SECTION-STATUS
                CLOSE COURSE-REQUEST
                CLOSE STUDENT-MASTER
                PERFORM END-RUN-IN-ERROR
                GOBACK
            END-IF
      *     the enrollment file may not exist before the first term
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS = "35"
                OPEN OUTPUT ENROLLMENT
                CLOSE ENROLLMENT
                OPEN INPUT ENROLLMENT
            END-IF
            OPEN INPUT PREREQ
            IF WS-PREREQ-STATUS = "00"
                MOVE "Y" TO WS-PREREQ-OPEN
            END-IF

            PERFORM LOAD-TERM-SECTIONS
            IF WS-SEC-COUNT = ZERO
                DISPLAY "NO SECTIONS ON FILE FOR TERM " WS-TERM-ENTRY
                PERFORM CLOSE-SCHEDULE-FILES
                PERFORM END-RUN-IN-ERROR
                GOBACK
            END-IF

            OPEN OUTPUT EXCEPTION-RPT
            MOVE SPACES TO EXCEPTION-LINE
            STRING "SCHEDULE EXCEPTIONS - TERM " WS-TERM-ENTRY
                   " - PROPOSED " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            MOVE SPACES TO EXCEPTION-LINE
            STRING "STUDENT GR LN REQUEST OUTCOME"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            SORT REQUEST-SORT
                ON DESCENDING KEY RS-GRADE-LEVEL
                ON ASCENDING KEY RS-ENTRY-DATE RS-STUDENT-ID
                INPUT PROCEDURE IS SELECT-PENDING-REQUESTS
                OUTPUT PROCEDURE IS SCHEDULE-IN-PRIORITY

            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            MOVE SPACES TO EXCEPTION-LINE
            STRING "STUDENTS: " WS-STUDENTS
                   "  REQUESTS: " WS-REQUESTS
                   "  FIRST CHOICE: " WS-FIRST-CHOICE
                   "  ALTERNATE: " WS-ALTERNATES
                   "  UNPLACED: " WS-UNPLACED
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            IF WS-TABLE-FULL = "Y"
                MOVE SPACES TO EXCEPTION-LINE
                STRING "*** MORE REQUESTS THAN ONE RUN HOLDS - "
                       "SCHEDULE BY GRADE LEVEL IN SEPARATE RUNS ***"
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
                WRITE EXCEPTION-LINE
            END-IF
            CLOSE EXCEPTION-RPT

            PERFORM WRITE-BALANCE-REPORT

            DISPLAY "STUDENTS " WS-STUDENTS " REQUESTS " WS-REQUESTS
                " FIRST CHOICE " WS-FIRST-CHOICE
                " ALTERNATE " WS-ALTERNATES
                " UNPLACED " WS-UNPLACED
            DISPLAY "REVIEW SCHEDULE-EXCEPTION-RPT.DAT AND"
                " SECTION-BALANCE-RPT.DAT"
            IF WS-TABLE-FULL = "Y" OR WS-PL-COUNT = ZERO
                DISPLAY "NOTHING TO COMMIT - NOTHING WRITTEN"
                PERFORM CLOSE-SCHEDULE-FILES
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "PREVIEW" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            DISPLAY "COMMIT PLACEMENTS AND WRITE ENROLLMENT (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "SCHEDULE NOT COMMITTED - NOTHING WRITTEN"
                PERFORM CLOSE-SCHEDULE-FILES
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "PREVIEW" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM COMMIT-PLACEMENTS
            PERFORM CLOSE-SCHEDULE-FILES

            DISPLAY "SCHEDULE COMMITTED - ENROLLMENTS WRITTEN: "
                WS-WRITTEN " LOST SINCE PREVIEW: " WS-LATE-FAILS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-WRITTEN TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        END-RUN-IN-ERROR.
            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "ERROR" TO RCP-STATUS
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS.

        CLOSE-SCHEDULE-FILES.
            CLOSE COURSE-REQUEST
            CLOSE STUDENT-MASTER
            CLOSE COURSE-SECTION
            CLOSE ENROLLMENT
            IF WS-PREREQ-OPEN = "Y"
                CLOSE PREREQ
            END-IF.

        LOAD-TERM-SECTIONS.
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ COURSE-SECTION NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CS-TERM = WS-TERM-ENTRY
                                AND WS-SEC-COUNT < SECTION-MAX
                            ADD 1 TO WS-SEC-COUNT
                            MOVE CS-COURSE-CODE
                                TO WS-SEC-COURSE(WS-SEC-COUNT)
                            MOVE CS-SECTION-NO
                                TO WS-SEC-NO(WS-SEC-COUNT)
                            MOVE CS-MEETING-DAYS
                                TO WS-SEC-DAYS(WS-SEC-COUNT)
                            MOVE CS-PERIOD
                                TO WS-SEC-PERIOD(WS-SEC-COUNT)
                            MOVE CS-ROOM
                                TO WS-SEC-ROOM(WS-SEC-COUNT)
                            MOVE CS-CAPACITY
                                TO WS-SEC-CAPACITY(WS-SEC-COUNT)
                            MOVE CS-ENROLLED
                                TO WS-SEC-ENROLLED(WS-SEC-COUNT)
                            MOVE ZERO TO WS-SEC-PLACED(WS-SEC-COUNT)
                        END-IF
                END-READ
            END-PERFORM.

        SELECT-PENDING-REQUESTS.
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ COURSE-REQUEST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CR-TERM = WS-TERM-ENTRY
                                AND CR-STATUS NOT = "S"
                            MOVE CR-GRADE-LEVEL TO RS-GRADE-LEVEL
                            MOVE CR-ENTRY-DATE TO RS-ENTRY-DATE
                            MOVE CR-STUDENT-ID TO RS-STUDENT-ID
                            RELEASE REQUEST-SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM.

        SCHEDULE-IN-PRIORITY.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN REQUEST-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM SCHEDULE-ONE-STUDENT
                END-RETURN
            END-PERFORM.

        SCHEDULE-ONE-STUDENT.
            MOVE RS-STUDENT-ID TO CR-STUDENT-ID
            MOVE WS-TERM-ENTRY TO CR-TERM
            READ COURSE-REQUEST
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            ADD 1 TO WS-STUDENTS
            PERFORM CHECK-STUDENT-ELIGIBLE
            PERFORM LOAD-HELD-SECTIONS
            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > 8
                IF CR-REQ-COURSE(WS-LINE-IDX) NOT = SPACES
                    PERFORM PLACE-ONE-REQUEST
                END-IF
            END-PERFORM.

        CHECK-STUDENT-ELIGIBLE.
      *     the same gates ENROLLMENT-ENTRY applies at the counter
            MOVE "Y" TO WS-STUDENT-OK
            MOVE SPACES TO WS-STUDENT-REASON
            MOVE CR-STUDENT-ID TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WS-STUDENT-OK
                    MOVE "STUDENT NOT ON FILE" TO WS-STUDENT-REASON
                    EXIT PARAGRAPH
            END-READ
            IF SM-STATUS = "W" OR SM-STATUS = "D"
                MOVE "N" TO WS-STUDENT-OK
                MOVE "STUDENT HAS LEFT" TO WS-STUDENT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO HC-STUDENT-ID
            MOVE SM-BIRTH-DATE TO HC-BIRTH-DATE
            MOVE SM-AGE TO HC-AGE
            CALL "HEALTH-COMPLIANCE" USING HEALTH-COMPLIANCE-PARAMS
            IF HC-STATUS = "N"
                MOVE "N" TO WS-STUDENT-OK
                STRING "IMMUNIZATION MISSING " HC-MISSING
                       DELIMITED BY SIZE INTO WS-STUDENT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "Q" TO SHP-FUNCTION
            MOVE SM-STUDENT-ID TO SHP-STUDENT-ID
            MOVE "E" TO SHP-BLOCK
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                MOVE "N" TO WS-STUDENT-OK
                STRING SHP-HOLD-TYPE " HOLD - SEE " SHP-OFFICE
                       DELIMITED BY SIZE INTO WS-STUDENT-REASON
            END-IF.

        LOAD-HELD-SECTIONS.
      *     sections the student already sits in this term - entered
      *     at the counter before the run, or by an earlier run
            MOVE ZERO TO WS-HELD-COUNT
            MOVE CR-STUDENT-ID TO EN-STUDENT-ID
            MOVE SPACES TO EN-COURSE-CODE
            START ENROLLMENT KEY >= EN-ENROLL-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-SCAN-EOF
            PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                        IF EN-STUDENT-ID NOT = CR-STUDENT-ID
                            MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                            IF EN-TERM = WS-TERM-ENTRY
                                    AND EN-SECTION-NO NOT = ZERO
                                    AND EN-STATUS NOT = "D"
                                    AND EN-STATUS NOT = "W"
                                PERFORM HOLD-ENROLLED-SECTION
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        HOLD-ENROLLED-SECTION.
            IF WS-HELD-COUNT >= 20
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                    UNTIL WS-SEC-IDX > WS-SEC-COUNT
                IF WS-SEC-COURSE(WS-SEC-IDX) = EN-COURSE-CODE
                        AND WS-SEC-NO(WS-SEC-IDX) = EN-SECTION-NO
                    ADD 1 TO WS-HELD-COUNT
                    MOVE EN-COURSE-CODE TO WS-HELD-COURSE(WS-HELD-COUNT)
                    MOVE WS-SEC-DAYS(WS-SEC-IDX)
                        TO WS-HELD-DAYS(WS-HELD-COUNT)
                    MOVE WS-SEC-PERIOD(WS-SEC-IDX)
                        TO WS-HELD-PERIOD(WS-HELD-COUNT)
                END-IF
            END-PERFORM.

        PLACE-ONE-REQUEST.
            ADD 1 TO WS-REQUESTS
            IF WS-PL-COUNT >= PLACEMENT-MAX
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PL-COUNT
            MOVE CR-STUDENT-ID TO WS-PL-STUDENT(WS-PL-COUNT)
            MOVE WS-LINE-IDX TO WS-PL-LINE(WS-PL-COUNT)
            MOVE CR-REQ-COURSE(WS-LINE-IDX) TO WS-PL-COURSE(WS-PL-COUNT)
            MOVE ZERO TO WS-PL-SECTION(WS-PL-COUNT)
            MOVE "U" TO WS-PL-RESULT(WS-PL-COUNT)

            IF WS-STUDENT-OK NOT = "Y"
                ADD 1 TO WS-UNPLACED
                MOVE SPACES TO EXCEPTION-LINE
                STRING CR-STUDENT-ID "  " CR-GRADE-LEVEL " "
                       WS-LINE-IDX " " CR-REQ-COURSE(WS-LINE-IDX)
                       " NOT PLACED - " WS-STUDENT-REASON
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
                WRITE EXCEPTION-LINE
                EXIT PARAGRAPH
            END-IF

            MOVE CR-REQ-COURSE(WS-LINE-IDX) TO WS-TRY-COURSE
            PERFORM TRY-PLACE-COURSE
            IF WS-BEST-SEC > ZERO
                MOVE "R" TO WS-PL-RESULT(WS-PL-COUNT)
                MOVE WS-SEC-NO(WS-BEST-SEC)
                    TO WS-PL-SECTION(WS-PL-COUNT)
                ADD 1 TO WS-FIRST-CHOICE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-REASON TO WS-FIRST-REASON

            IF CR-ALT-COURSE(WS-LINE-IDX) NOT = SPACES
                MOVE CR-ALT-COURSE(WS-LINE-IDX) TO WS-TRY-COURSE
                PERFORM TRY-PLACE-COURSE
                IF WS-BEST-SEC > ZERO
                    MOVE "A" TO WS-PL-RESULT(WS-PL-COUNT)
                    MOVE WS-TRY-COURSE TO WS-PL-COURSE(WS-PL-COUNT)
                    MOVE WS-SEC-NO(WS-BEST-SEC)
                        TO WS-PL-SECTION(WS-PL-COUNT)
                    ADD 1 TO WS-ALTERNATES
                    MOVE SPACES TO EXCEPTION-LINE
                    STRING CR-STUDENT-ID "  " CR-GRADE-LEVEL " "
                           WS-LINE-IDX " " CR-REQ-COURSE(WS-LINE-IDX)
                           " ALTERNATE " WS-TRY-COURSE " SEC "
                           WS-SEC-NO(WS-BEST-SEC) " - "
                           WS-FIRST-REASON
                           DELIMITED BY SIZE INTO EXCEPTION-LINE
                    WRITE EXCEPTION-LINE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-REASON TO WS-ALT-REASON
            ELSE
                MOVE "NO ALTERNATE" TO WS-ALT-REASON
            END-IF

            ADD 1 TO WS-UNPLACED
            MOVE SPACES TO EXCEPTION-LINE
            STRING CR-STUDENT-ID "  " CR-GRADE-LEVEL " "
                   WS-LINE-IDX " " CR-REQ-COURSE(WS-LINE-IDX)
                   " NOT PLACED - " WS-FIRST-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            MOVE SPACES TO EXCEPTION-LINE
            STRING "                 ALT " CR-ALT-COURSE(WS-LINE-IDX)
                   " - " WS-ALT-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE.

        TRY-PLACE-COURSE.
      *     WS-TRY-COURSE in; WS-BEST-SEC comes back on the section
      *     taken, or zero with WS-REASON saying why not
            MOVE ZERO TO WS-BEST-SEC
            MOVE SPACES TO WS-REASON

            PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                    UNTIL WS-HELD-IDX > WS-HELD-COUNT
                IF WS-HELD-COURSE(WS-HELD-IDX) = WS-TRY-COURSE
                    MOVE "ALREADY SCHEDULED THIS TERM" TO WS-REASON
                END-IF
            END-PERFORM
            IF WS-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF

      *     one enrollment per student and course - a course taken
      *     before cannot be written again
            MOVE CR-STUDENT-ID TO EN-STUDENT-ID
            MOVE WS-TRY-COURSE TO EN-COURSE-CODE
            READ ENROLLMENT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING "ALREADY TAKEN IN TERM " EN-TERM
                           DELIMITED BY SIZE INTO WS-REASON
                    EXIT PARAGRAPH
            END-READ

            PERFORM CHECK-PREREQUISITES
            IF WS-PREREQ-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-OFFERED
            MOVE "N" TO WS-ANY-SEAT
            MOVE ZERO TO WS-BEST-OPEN
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                    UNTIL WS-SEC-IDX > WS-SEC-COUNT
                IF WS-SEC-COURSE(WS-SEC-IDX) = WS-TRY-COURSE
                    PERFORM WEIGH-ONE-SECTION
                END-IF
            END-PERFORM

            IF WS-BEST-SEC = ZERO
                EVALUATE TRUE
                    WHEN WS-OFFERED = "N"
                        MOVE "NO SECTION OFFERED IN TERM"
                            TO WS-REASON
                    WHEN WS-ANY-SEAT = "N"
                        MOVE "ALL SECTIONS FULL" TO WS-REASON
                    WHEN OTHER
                        MOVE "TIME CONFLICT - ALL OPEN SECTIONS"
                            TO WS-REASON
                END-EVALUATE
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-SEC-PLACED(WS-BEST-SEC)
            IF WS-HELD-COUNT < 20
                ADD 1 TO WS-HELD-COUNT
                MOVE WS-TRY-COURSE TO WS-HELD-COURSE(WS-HELD-COUNT)
                MOVE WS-SEC-DAYS(WS-BEST-SEC)
                    TO WS-HELD-DAYS(WS-HELD-COUNT)
                MOVE WS-SEC-PERIOD(WS-BEST-SEC)
                    TO WS-HELD-PERIOD(WS-HELD-COUNT)
            END-IF.

        WEIGH-ONE-SECTION.
            MOVE "Y" TO WS-OFFERED
            COMPUTE WS-SEC-OPEN = WS-SEC-CAPACITY(WS-SEC-IDX)
                - WS-SEC-ENROLLED(WS-SEC-IDX)
                - WS-SEC-PLACED(WS-SEC-IDX)
            IF WS-SEC-OPEN NOT > ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ANY-SEAT
            MOVE WS-SEC-DAYS(WS-SEC-IDX) TO WS-TRY-DAYS
            MOVE WS-SEC-PERIOD(WS-SEC-IDX) TO WS-TRY-PERIOD
            PERFORM CHECK-TIME-CONFLICT
            IF WS-CONFLICT = "Y"
                EXIT PARAGRAPH
            END-IF
      *     the emptiest section that fits keeps the sections even
            IF WS-SEC-OPEN > WS-BEST-OPEN
                MOVE WS-SEC-OPEN TO WS-BEST-OPEN
                MOVE WS-SEC-IDX TO WS-BEST-SEC
            END-IF.

        CHECK-TIME-CONFLICT.
      *     same period and a shared meeting day is a clash - the
      *     test ENROLLMENT-ENTRY's COMPARE-ONE-SECTION makes
            MOVE "N" TO WS-CONFLICT
            PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                    UNTIL WS-HELD-IDX > WS-HELD-COUNT
                IF WS-HELD-PERIOD(WS-HELD-IDX) = WS-TRY-PERIOD
                    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                            UNTIL WS-DAY-IDX > 5
                        IF WS-TRY-DAYS(WS-DAY-IDX:1) NOT = SPACE
                            MOVE ZERO TO WS-DAY-TALLY
                            INSPECT WS-HELD-DAYS(WS-HELD-IDX)
                                TALLYING WS-DAY-TALLY
                                FOR ALL WS-TRY-DAYS(WS-DAY-IDX:1)
                            IF WS-DAY-TALLY > ZERO
                                MOVE "Y" TO WS-CONFLICT
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

        CHECK-PREREQUISITES.
      *     every PREREQ record for the course has to be met in the
      *     student's enrollment history - the counter's registrar
      *     override is not offered to a batch run
            MOVE "Y" TO WS-PREREQ-OK
            IF WS-PREREQ-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TRY-COURSE TO PQ-COURSE-CODE
            MOVE SPACES TO PQ-REQUIRED-COURSE
            START PREREQ KEY >= PQ-PREREQ-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-SCAN-EOF
            PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ PREREQ NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                        IF PQ-COURSE-CODE NOT = WS-TRY-COURSE
                            MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                            PERFORM VERIFY-ONE-PREREQ
                        END-IF
                END-READ
            END-PERFORM.

        VERIFY-ONE-PREREQ.
            MOVE CR-STUDENT-ID TO EN-STUDENT-ID
            MOVE PQ-REQUIRED-COURSE TO EN-COURSE-CODE
            READ ENROLLMENT
                INVALID KEY
                    MOVE "N" TO WS-PREREQ-OK
                NOT INVALID KEY
                    IF EN-GRADE = ZERO OR EN-GRADE < PQ-MIN-GRADE
                        MOVE "N" TO WS-PREREQ-OK
                    END-IF
            END-READ
            IF WS-PREREQ-OK = "N" AND WS-REASON = SPACES
                STRING "PREREQUISITE " PQ-REQUIRED-COURSE " NOT MET"
                       DELIMITED BY SIZE INTO WS-REASON
            END-IF.

        WRITE-BALANCE-REPORT.
            OPEN OUTPUT BALANCE-RPT
            MOVE SPACES TO BALANCE-LINE
            STRING "SECTION BALANCE - TERM " WS-TERM-ENTRY
                   " - PROPOSED " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO BALANCE-LINE
            WRITE BALANCE-LINE
            MOVE SPACES TO BALANCE-LINE
            WRITE BALANCE-LINE
            MOVE SPACES TO BALANCE-LINE
            STRING "COURSE SEC DAYS  PER ROOM  CAP ENRL  NEW TOTL"
                   " OPEN PCT"
                   DELIMITED BY SIZE INTO BALANCE-LINE
            WRITE BALANCE-LINE

            MOVE SPACES TO WS-LAST-COURSE
            MOVE ZERO TO WS-COURSE-CAP WS-COURSE-TOTAL
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                    UNTIL WS-SEC-IDX > WS-SEC-COUNT
                IF WS-SEC-COURSE(WS-SEC-IDX) NOT = WS-LAST-COURSE
                    PERFORM WRITE-COURSE-TOTAL
                    MOVE WS-SEC-COURSE(WS-SEC-IDX) TO WS-LAST-COURSE
                END-IF
                PERFORM WRITE-BALANCE-LINE
            END-PERFORM
            PERFORM WRITE-COURSE-TOTAL
            CLOSE BALANCE-RPT.

        WRITE-BALANCE-LINE.
            COMPUTE WS-SEC-TOTAL = WS-SEC-ENROLLED(WS-SEC-IDX)
                + WS-SEC-PLACED(WS-SEC-IDX)
            COMPUTE WS-SEC-OPEN = WS-SEC-CAPACITY(WS-SEC-IDX)
                - WS-SEC-TOTAL
            MOVE WS-SEC-OPEN TO WS-OPEN-DISP
            IF WS-SEC-CAPACITY(WS-SEC-IDX) > ZERO
                COMPUTE WS-PCT-FULL =
                    (WS-SEC-TOTAL * 100) / WS-SEC-CAPACITY(WS-SEC-IDX)
            ELSE
                MOVE ZERO TO WS-PCT-FULL
            END-IF
            MOVE WS-PCT-FULL TO WS-PCT-DISP
            ADD WS-SEC-CAPACITY(WS-SEC-IDX) TO WS-COURSE-CAP
            ADD WS-SEC-TOTAL TO WS-COURSE-TOTAL
            MOVE SPACES TO BALANCE-LINE
            STRING WS-SEC-COURSE(WS-SEC-IDX) "  "
                   WS-SEC-NO(WS-SEC-IDX) " "
                   WS-SEC-DAYS(WS-SEC-IDX) "  "
                   WS-SEC-PERIOD(WS-SEC-IDX) " "
                   WS-SEC-ROOM(WS-SEC-IDX) " "
                   WS-SEC-CAPACITY(WS-SEC-IDX) "  "
                   WS-SEC-ENROLLED(WS-SEC-IDX) "  "
                   WS-SEC-PLACED(WS-SEC-IDX) "  "
                   WS-SEC-TOTAL(2:3) " "
                   WS-OPEN-DISP " " WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO BALANCE-LINE
            WRITE BALANCE-LINE.

        WRITE-COURSE-TOTAL.
            IF WS-LAST-COURSE = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO BALANCE-LINE
            STRING "       " WS-LAST-COURSE " ALL SECTIONS - SEATS "
                   WS-COURSE-CAP " SCHEDULED " WS-COURSE-TOTAL
                   DELIMITED BY SIZE INTO BALANCE-LINE
            WRITE BALANCE-LINE
            MOVE SPACES TO BALANCE-LINE
            WRITE BALANCE-LINE
            MOVE ZERO TO WS-COURSE-CAP WS-COURSE-TOTAL.

        COMMIT-PLACEMENTS.
            CLOSE ENROLLMENT
            CLOSE COURSE-SECTION
            OPEN I-O ENROLLMENT
            OPEN I-O COURSE-SECTION
      *     a seat can go at the counter between the preview and the
      *     Y - anything lost that way is added to the exception list
            OPEN EXTEND EXCEPTION-RPT
            MOVE SPACES TO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            MOVE SPACES TO EXCEPTION-LINE
            STRING "COMMITTED " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE

            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PL-COUNT
                IF WS-PL-RESULT(WS-PL-IDX) NOT = "U"
                    PERFORM WRITE-ONE-PLACEMENT
                END-IF
                PERFORM RECORD-REQUEST-OUTCOME
            END-PERFORM

            MOVE SPACES TO EXCEPTION-LINE
            STRING "ENROLLMENTS WRITTEN: " WS-WRITTEN
                   "  LOST SINCE PREVIEW: " WS-LATE-FAILS
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE
            CLOSE EXCEPTION-RPT.

        WRITE-ONE-PLACEMENT.
            MOVE WS-PL-COURSE(WS-PL-IDX) TO CS-COURSE-CODE
            MOVE WS-TERM-ENTRY TO CS-TERM
            MOVE WS-PL-SECTION(WS-PL-IDX) TO CS-SECTION-NO
            READ COURSE-SECTION
                INVALID KEY
                    MOVE ZERO TO CS-CAPACITY CS-ENROLLED
            END-READ
            IF CS-ENROLLED >= CS-CAPACITY
                PERFORM NOTE-LATE-FAILURE
                EXIT PARAGRAPH
            END-IF

            MOVE WS-PL-STUDENT(WS-PL-IDX) TO EN-STUDENT-ID
            MOVE WS-PL-COURSE(WS-PL-IDX) TO EN-COURSE-CODE
            MOVE WS-TERM-ENTRY TO EN-TERM
            MOVE ZERO TO EN-GRADE
            MOVE WS-PL-SECTION(WS-PL-IDX) TO EN-SECTION-NO
            MOVE "A" TO EN-STATUS
            MOVE ZERO TO EN-DROP-DATE
            WRITE ENROLLMENT-RECORD
                INVALID KEY
                    PERFORM NOTE-LATE-FAILURE
                NOT INVALID KEY
                    ADD 1 TO CS-ENROLLED
                    REWRITE COURSE-SECTION-RECORD
                    ADD 1 TO WS-WRITTEN
            END-WRITE.

        NOTE-LATE-FAILURE.
            MOVE "U" TO WS-PL-RESULT(WS-PL-IDX)
            MOVE ZERO TO WS-PL-SECTION(WS-PL-IDX)
            ADD 1 TO WS-LATE-FAILS
            MOVE SPACES TO EXCEPTION-LINE
            STRING WS-PL-STUDENT(WS-PL-IDX) "     "
                   WS-PL-LINE(WS-PL-IDX) " "
                   WS-PL-COURSE(WS-PL-IDX)
                   " NOT PLACED - SEAT OR COURSE TAKEN SINCE PREVIEW"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
            WRITE EXCEPTION-LINE.

        RECORD-REQUEST-OUTCOME.
            MOVE WS-PL-STUDENT(WS-PL-IDX) TO CR-STUDENT-ID
            MOVE WS-TERM-ENTRY TO CR-TERM
            READ COURSE-REQUEST
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE WS-PL-RESULT(WS-PL-IDX)
                TO CR-RESULT(WS-PL-LINE(WS-PL-IDX))
            MOVE WS-PL-SECTION(WS-PL-IDX)
                TO CR-PLACED-SECTION(WS-PL-LINE(WS-PL-IDX))
            MOVE "S" TO CR-STATUS
            MOVE WS-TODAY-DATE TO CR-SCHEDULED-DATE
            REWRITE COURSE-REQUEST-RECORD.

            END PROGRAM MASTER-SCHEDULE-BUILDER.

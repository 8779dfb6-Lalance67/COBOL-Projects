      * substitute coverage for one school day - replaces the office
      * working out by hand which classes need a cover and who is
      * free. For the date it finds every section of the term that
      * meets that weekday (COURSE-SECTION's meeting days) whose
      * instructor (CS-INSTRUCTOR) is out that period on
      * INSTRUCTOR-ABSENCE, and suggests a cover in this order:
      *   - an instructor of the same IN-DEPARTMENT with the period
      *     free (not teaching, not out, not already covering)
      *   - an on-call substitute from SUBSTITUTE-POOL, one for the
      *     department first, free that period
      *   - any instructor with the period free
      * Among equals the one with the fewest covers so far this
      * month gets it, so the load spreads. The operator takes the
      * suggestion, keys someone else, or leaves the class
      * uncovered; each cover is a COVERAGE-ASSIGNMENT record.
      * The print step writes a coverage slip per covered section
      * (with the class list for the cover to take the roll on) to
      * COVERAGE-SLIPS.DAT, and the day's class list by period with
      * who is actually teaching each section to DAY-CLASS-LIST.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COVERAGE-ASSIGNMENT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

            SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUCTOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTRUCTOR-ID
                FILE STATUS IS WS-INSTR-STATUS.

            SELECT SUBSTITUTE-POOL ASSIGN TO "SUBSTITUTE-POOL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-SUB-ID
                FILE STATUS IS WS-SUB-STATUS.

            SELECT INSTRUCTOR-ABSENCE
                ASSIGN TO "INSTRUCTOR-ABSENCE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IA-ABSENCE-KEY
                FILE STATUS IS WS-ABSENCE-STATUS.

            SELECT COVERAGE-ASSIGNMENT
                ASSIGN TO "COVERAGE-ASSIGNMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CV-COVERAGE-KEY
                FILE STATUS IS WS-COVER-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT COVERAGE-SLIPS ASSIGN TO "COVERAGE-SLIPS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLIP-STATUS.

            SELECT DAY-CLASS-LIST ASSIGN TO "DAY-CLASS-LIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  INSTRUCTOR-MASTER.
            COPY "INSTRUCTOR-RECORD.cpy".

        FD  SUBSTITUTE-POOL.
            COPY "SUBSTITUTE-RECORD.cpy".

        FD  INSTRUCTOR-ABSENCE.
            COPY "INSTRUCTOR-ABSENCE-RECORD.cpy".

        FD  COVERAGE-ASSIGNMENT.
            COPY "COVERAGE-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  COVERAGE-SLIPS.
        01  COVERAGE-SLIP-LINE       PIC X(80).

        FD  DAY-CLASS-LIST.
        01  DAY-CLASS-LIST-LINE      PIC X(100).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-INSTR-STATUS       PIC XX.
        01 WS-SUB-STATUS         PIC XX.
        01 WS-ABSENCE-STATUS     PIC XX.
        01 WS-COVER-STATUS       PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-SLIP-STATUS        PIC XX.
        01 WS-LIST-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the day being covered
        01 WS-COVER-DATE         PIC 9(8).
        01 WS-ASK-TERM           PIC X(5).
        01 WS-MONTH-START        PIC 9(8).

      * the day's letter in CS-MEETING-DAYS - day 1 of the integer
      * date scale was a Monday, same reckoning as DATE-SERVICE
        01 WS-DAY-LETTERS        PIC X(7) VALUE "UMTWRFS".
        01 WS-DATE-DAYS          PIC 9(8).
        01 WS-DAY-OF-WEEK        PIC 9.
        01 WS-DAY-LETTER         PIC X.
        01 WS-DAY-HITS           PIC 9.

      * the bell periods - a busy or absent mark sits in the
      * period's own position of the PIC X(8) period maps below
        COPY "BELL-SCHEDULE-TABLE.cpy".
        01 WS-PERIOD             PIC 9(2).
        01 WS-POS                PIC 9(2).

      * every instructor, in id order (the master is read in key
      * order) so a section finds its instructor with SEARCH ALL.
      * Period map marks: T teaching, C covering; A out.
        78 INSTR-MAX             VALUE 500.
        01 WS-INSTR-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-INSTR-TABLE.
            05 WS-IT-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-INSTR-COUNT
                               ASCENDING KEY IS WS-IT-ID
                               INDEXED BY WS-IT-IDX.
                10 WS-IT-ID            PIC X(6).
                10 WS-IT-DEPT          PIC X(10).
                10 WS-IT-BUSY          PIC X(8).
                10 WS-IT-OUT           PIC X(8).
                10 WS-IT-COVERS        PIC 9(3).
        01 WS-IT-SUB             PIC 9(3).
        01 WS-LOOKUP-ID          PIC X(6).

      * the substitute pool
        78 SUB-MAX               VALUE 200.
        01 WS-SUB-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-SUB-TABLE.
            05 WS-SB-ENTRY OCCURS 200 TIMES.
                10 WS-SB-ID            PIC X(6).
                10 WS-SB-DEPT          PIC X(10).
                10 WS-SB-ACTIVE        PIC X.
                10 WS-SB-BUSY          PIC X(8).
                10 WS-SB-COVERS        PIC 9(3).
        01 WS-SB-SUB             PIC 9(3).

      * the term's sections meeting on the date, with their cover
      * once there is one
        78 SECTION-MAX           VALUE 1000.
        01 WS-SECTION-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-SEC-SUB            PIC 9(4).
        01 WS-SECTION-TABLE.
            05 WS-DS-ENTRY OCCURS 1000 TIMES.
                10 WS-DS-COURSE        PIC X(6).
                10 WS-DS-SECTION-NO    PIC 9(2).
                10 WS-DS-PERIOD        PIC 9(2).
                10 WS-DS-ROOM          PIC X(5).
                10 WS-DS-INSTRUCTOR    PIC X(6).
                10 WS-DS-COVER-ID      PIC X(6).
                10 WS-DS-COVER-TYPE    PIC X.

      * one section's cover - the absent instructor's table entry,
      * the best candidate of each kind, and the one chosen
        01 WS-ABSENT-SUB         PIC 9(3).
        01 WS-ABSENT-DEPT        PIC X(10).
        01 WS-BEST-SAME          PIC 9(3).
        01 WS-BEST-ANY           PIC 9(3).
        01 WS-BEST-SUB-SAME      PIC 9(3).
        01 WS-BEST-SUB-ANY       PIC 9(3).
        01 WS-PICK-ID            PIC X(6).
        01 WS-PICK-TYPE          PIC X.
        01 WS-PICK-SUB           PIC 9(3).
        01 WS-PICK-NOTE          PIC X(24).
        01 WS-COVER-ANSWER       PIC X(6).

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * print work
        01 WS-PRINT-NAME         PIC X(27).
        01 WS-COVER-NAME         PIC X(27).
        01 WS-ABSENT-NAME        PIC X(27).
        01 WS-SECTION-HEADS      PIC 9(3).
        01 WS-SLIP-COUNT         PIC 9(4).
        01 WS-NEEDED-COUNT       PIC 9(4).
        01 WS-ASSIGNED-COUNT     PIC 9(4).
        01 WS-UNCOVERED-COUNT    PIC 9(4).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "COVERAGE DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-COVER-DATE
            IF WS-COVER-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-COVER-DATE
            END-IF
            DISPLAY "TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM
            DISPLAY ""

            COMPUTE WS-DATE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-COVER-DATE)
            COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-DAYS, 7)
            MOVE WS-DAY-LETTERS(WS-DAY-OF-WEEK + 1:1) TO WS-DAY-LETTER
            IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                DISPLAY WS-COVER-DATE " IS A WEEKEND - NO CLASSES"
                STOP RUN
            END-IF

            PERFORM LOAD-INSTRUCTORS
            IF WS-INSTR-COUNT = ZERO
                DISPLAY "NO INSTRUCTORS ON INSTRUCTOR-MASTER"
                STOP RUN
            END-IF
            PERFORM LOAD-SUBSTITUTES
            PERFORM LOAD-DAY-SECTIONS
            PERFORM LOAD-ABSENCES
            PERFORM OPEN-COVERAGE-FILE
            PERFORM LOAD-COVERAGE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== COVERAGE FOR " WS-COVER-DATE
                    " (" WS-DAY-LETTER ") TERM " WS-ASK-TERM " ====="
                DISPLAY "[1] ASSIGN COVERAGE"
                DISPLAY "[2] PRINT COVERAGE SLIPS AND DAY CLASS LIST"
                DISPLAY "[3] REMOVE AN ASSIGNMENT"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ASSIGN-COVERAGE
                    WHEN 2
                        PERFORM PRINT-COVERAGE
                    WHEN 3
                        PERFORM REMOVE-ASSIGNMENT
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE COVERAGE-ASSIGNMENT
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-COVERAGE-FILE.
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O COVERAGE-ASSIGNMENT
            IF WS-COVER-STATUS = "35"
                OPEN OUTPUT COVERAGE-ASSIGNMENT
                CLOSE COVERAGE-ASSIGNMENT
                OPEN I-O COVERAGE-ASSIGNMENT
            END-IF.

        LOAD-INSTRUCTORS.
            OPEN INPUT INSTRUCTOR-MASTER
            IF WS-INSTR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INSTRUCTOR-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-INSTR-COUNT < INSTR-MAX
                            ADD 1 TO WS-INSTR-COUNT
                            MOVE IN-INSTRUCTOR-ID
                                TO WS-IT-ID(WS-INSTR-COUNT)
                            MOVE IN-DEPARTMENT
                                TO WS-IT-DEPT(WS-INSTR-COUNT)
                            MOVE SPACES TO WS-IT-BUSY(WS-INSTR-COUNT)
                                WS-IT-OUT(WS-INSTR-COUNT)
                            MOVE ZERO TO WS-IT-COVERS(WS-INSTR-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSTRUCTOR-MASTER.

        LOAD-SUBSTITUTES.
            OPEN INPUT SUBSTITUTE-POOL
            IF WS-SUB-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SUBSTITUTE-POOL NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-SUB-COUNT < SUB-MAX
                            ADD 1 TO WS-SUB-COUNT
                            MOVE SB-SUB-ID TO WS-SB-ID(WS-SUB-COUNT)
                            MOVE SB-DEPARTMENT
                                TO WS-SB-DEPT(WS-SUB-COUNT)
                            MOVE SB-ACTIVE
                                TO WS-SB-ACTIVE(WS-SUB-COUNT)
                            MOVE SPACES TO WS-SB-BUSY(WS-SUB-COUNT)
                            MOVE ZERO TO WS-SB-COVERS(WS-SUB-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUBSTITUTE-POOL.

        FIND-INSTRUCTOR.
      *     WS-LOOKUP-ID in; WS-FOUND Y with WS-IT-SUB on the entry
            MOVE "N" TO WS-FOUND
            SEARCH ALL WS-IT-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-IT-ID(WS-IT-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
                    SET WS-IT-SUB TO WS-IT-IDX
            END-SEARCH.

        FIND-SUBSTITUTE.
      *     WS-LOOKUP-ID in; WS-FOUND Y with WS-SB-SUB on the entry
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                    UNTIL WS-SB-SUB > WS-SUB-COUNT
                IF WS-SB-ID(WS-SB-SUB) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        LOAD-DAY-SECTIONS.
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
                            PERFORM LOAD-ONE-DAY-SECTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        LOAD-ONE-DAY-SECTION.
            MOVE ZERO TO WS-DAY-HITS
            INSPECT CS-MEETING-DAYS TALLYING WS-DAY-HITS
                FOR ALL WS-DAY-LETTER
            IF WS-DAY-HITS = ZERO
                EXIT PARAGRAPH
            END-IF
            IF CS-PERIOD < 1 OR CS-PERIOD > BELL-PERIOD-COUNT
                EXIT PARAGRAPH
            END-IF
            IF WS-SECTION-COUNT NOT < SECTION-MAX
                DISPLAY "SECTION TABLE FULL AT " SECTION-MAX
                    " - " CS-COURSE-CODE " SEC " CS-SECTION-NO
                    " LEFT OFF"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SECTION-COUNT
            MOVE CS-COURSE-CODE TO WS-DS-COURSE(WS-SECTION-COUNT)
            MOVE CS-SECTION-NO TO WS-DS-SECTION-NO(WS-SECTION-COUNT)
            MOVE CS-PERIOD TO WS-DS-PERIOD(WS-SECTION-COUNT)
            MOVE CS-ROOM TO WS-DS-ROOM(WS-SECTION-COUNT)
            MOVE CS-INSTRUCTOR TO WS-DS-INSTRUCTOR(WS-SECTION-COUNT)
            MOVE SPACES TO WS-DS-COVER-ID(WS-SECTION-COUNT)
                WS-DS-COVER-TYPE(WS-SECTION-COUNT)
      *     the instructor is teaching that period
            IF CS-INSTRUCTOR NOT = SPACES
                MOVE CS-INSTRUCTOR TO WS-LOOKUP-ID
                PERFORM FIND-INSTRUCTOR
                IF WS-FOUND = "Y"
                    MOVE "T" TO WS-IT-BUSY(WS-IT-SUB)(CS-PERIOD:1)
                END-IF
            END-IF.

        LOAD-ABSENCES.
      *     the key leads with the instructor, so one date takes a
      *     full sweep - a day's absences are a handful
            OPEN INPUT INSTRUCTOR-ABSENCE
            IF WS-ABSENCE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INSTRUCTOR-ABSENCE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF IA-DATE = WS-COVER-DATE
                            PERFORM MARK-ONE-ABSENCE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSTRUCTOR-ABSENCE.

        MARK-ONE-ABSENCE.
            MOVE IA-INSTRUCTOR-ID TO WS-LOOKUP-ID
            PERFORM FIND-INSTRUCTOR
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-POS FROM IA-FROM-PERIOD BY 1
                    UNTIL WS-POS > IA-TO-PERIOD
                        OR WS-POS > BELL-PERIOD-COUNT
                IF WS-POS > ZERO
                    MOVE "A" TO WS-IT-OUT(WS-IT-SUB)(WS-POS:1)
                END-IF
            END-PERFORM.

        LOAD-COVERAGE.
      *     the month so far, for the fair-share counts, and the
      *     covers already set for the date
            MOVE WS-COVER-DATE TO WS-MONTH-START
            MOVE "01" TO WS-MONTH-START(7:2)
            MOVE WS-MONTH-START TO CV-DATE
            MOVE LOW-VALUES TO CV-COURSE-CODE
            MOVE ZERO TO CV-SECTION-NO
            START COVERAGE-ASSIGNMENT KEY >= CV-COVERAGE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ COVERAGE-ASSIGNMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CV-DATE(1:6) NOT = WS-MONTH-START(1:6)
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM COUNT-ONE-COVERAGE
                        END-IF
                END-READ
            END-PERFORM.

        COUNT-ONE-COVERAGE.
            MOVE CV-COVER-ID TO WS-LOOKUP-ID
            MOVE CV-PERIOD TO WS-POS
            IF CV-COVER-TYPE = "S"
                PERFORM FIND-SUBSTITUTE
                IF WS-FOUND = "Y"
                    ADD 1 TO WS-SB-COVERS(WS-SB-SUB)
                    IF CV-DATE = WS-COVER-DATE
                        MOVE "C" TO WS-SB-BUSY(WS-SB-SUB)(WS-POS:1)
                    END-IF
                END-IF
            ELSE
                PERFORM FIND-INSTRUCTOR
                IF WS-FOUND = "Y"
                    ADD 1 TO WS-IT-COVERS(WS-IT-SUB)
                    IF CV-DATE = WS-COVER-DATE
                        MOVE "C" TO WS-IT-BUSY(WS-IT-SUB)(WS-POS:1)
                    END-IF
                END-IF
            END-IF
            IF CV-DATE NOT = WS-COVER-DATE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                IF WS-DS-COURSE(WS-SEC-SUB) = CV-COURSE-CODE
                    AND WS-DS-SECTION-NO(WS-SEC-SUB) = CV-SECTION-NO
                    MOVE CV-COVER-ID TO WS-DS-COVER-ID(WS-SEC-SUB)
                    MOVE CV-COVER-TYPE TO WS-DS-COVER-TYPE(WS-SEC-SUB)
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        ASSIGN-COVERAGE.
            MOVE ZERO TO WS-NEEDED-COUNT WS-ASSIGNED-COUNT
                WS-UNCOVERED-COUNT
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                PERFORM CHECK-ONE-SECTION
            END-PERFORM
            DISPLAY "SECTIONS NEEDING A COVER: " WS-NEEDED-COUNT
                " ASSIGNED: " WS-ASSIGNED-COUNT
                " LEFT UNCOVERED: " WS-UNCOVERED-COUNT.

        CHECK-ONE-SECTION.
            IF WS-DS-INSTRUCTOR(WS-SEC-SUB) = SPACES
                OR WS-DS-COVER-ID(WS-SEC-SUB) NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DS-INSTRUCTOR(WS-SEC-SUB) TO WS-LOOKUP-ID
            PERFORM FIND-INSTRUCTOR
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO WS-POS
            IF WS-IT-OUT(WS-IT-SUB)(WS-POS:1) NOT = "A"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-NEEDED-COUNT
            MOVE WS-IT-SUB TO WS-ABSENT-SUB
            MOVE WS-IT-DEPT(WS-IT-SUB) TO WS-ABSENT-DEPT
            PERFORM SUGGEST-COVER

            DISPLAY WS-DS-COURSE(WS-SEC-SUB) " SEC "
                WS-DS-SECTION-NO(WS-SEC-SUB) " PERIOD "
                WS-DS-PERIOD(WS-SEC-SUB) " ROOM "
                WS-DS-ROOM(WS-SEC-SUB) " - "
                WS-DS-INSTRUCTOR(WS-SEC-SUB) " ("
                WS-ABSENT-DEPT ") IS OUT"
            IF WS-PICK-ID = SPACES
                DISPLAY "  NO ONE IS FREE THIS PERIOD"
            ELSE
                DISPLAY "  SUGGESTED: " WS-PICK-ID " " WS-PICK-NOTE
            END-IF
            DISPLAY "  [Y] ASSIGN THE SUGGESTION, [N] LEAVE"
                " UNCOVERED, OR KEY ANOTHER COVER ID:"
            ACCEPT WS-COVER-ANSWER

            EVALUATE TRUE
                WHEN WS-COVER-ANSWER = "Y" OR WS-COVER-ANSWER = "y"
                    CONTINUE
                WHEN WS-COVER-ANSWER = "N" OR WS-COVER-ANSWER = "n"
                        OR WS-COVER-ANSWER = SPACES
                    MOVE SPACES TO WS-PICK-ID
                WHEN OTHER
                    PERFORM CHECK-KEYED-COVER
            END-EVALUATE

            IF WS-PICK-ID = SPACES
                ADD 1 TO WS-UNCOVERED-COUNT
                DISPLAY "  LEFT UNCOVERED"
            ELSE
                PERFORM WRITE-COVERAGE
            END-IF.

        SUGGEST-COVER.
      *     fewest covers this month wins among each kind of
      *     candidate; zero means none free
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO WS-POS
            MOVE ZERO TO WS-BEST-SAME WS-BEST-ANY
                WS-BEST-SUB-SAME WS-BEST-SUB-ANY
            PERFORM VARYING WS-IT-SUB FROM 1 BY 1
                    UNTIL WS-IT-SUB > WS-INSTR-COUNT
                IF WS-IT-SUB NOT = WS-ABSENT-SUB
                    AND WS-IT-BUSY(WS-IT-SUB)(WS-POS:1) = SPACE
                    AND WS-IT-OUT(WS-IT-SUB)(WS-POS:1) = SPACE
                    PERFORM RANK-FREE-INSTRUCTOR
                END-IF
            END-PERFORM
            PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                    UNTIL WS-SB-SUB > WS-SUB-COUNT
                IF WS-SB-ACTIVE(WS-SB-SUB) = "Y"
                    AND WS-SB-BUSY(WS-SB-SUB)(WS-POS:1) = SPACE
                    PERFORM RANK-FREE-SUBSTITUTE
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-PICK-ID WS-PICK-TYPE WS-PICK-NOTE
            EVALUATE TRUE
                WHEN WS-BEST-SAME > ZERO
                    MOVE WS-BEST-SAME TO WS-PICK-SUB
                    MOVE "I" TO WS-PICK-TYPE
                    MOVE "INSTRUCTOR, SAME DEPT" TO WS-PICK-NOTE
                WHEN WS-BEST-SUB-SAME > ZERO
                    MOVE WS-BEST-SUB-SAME TO WS-PICK-SUB
                    MOVE "S" TO WS-PICK-TYPE
                    MOVE "SUBSTITUTE, SAME DEPT" TO WS-PICK-NOTE
                WHEN WS-BEST-SUB-ANY > ZERO
                    MOVE WS-BEST-SUB-ANY TO WS-PICK-SUB
                    MOVE "S" TO WS-PICK-TYPE
                    MOVE "SUBSTITUTE" TO WS-PICK-NOTE
                WHEN WS-BEST-ANY > ZERO
                    MOVE WS-BEST-ANY TO WS-PICK-SUB
                    MOVE "I" TO WS-PICK-TYPE
                    MOVE "INSTRUCTOR, OTHER DEPT" TO WS-PICK-NOTE
            END-EVALUATE
            IF WS-PICK-TYPE = "I"
                MOVE WS-IT-ID(WS-PICK-SUB) TO WS-PICK-ID
            END-IF
            IF WS-PICK-TYPE = "S"
                MOVE WS-SB-ID(WS-PICK-SUB) TO WS-PICK-ID
            END-IF.

        RANK-FREE-INSTRUCTOR.
            IF WS-IT-DEPT(WS-IT-SUB) = WS-ABSENT-DEPT
                IF WS-BEST-SAME = ZERO
                    MOVE WS-IT-SUB TO WS-BEST-SAME
                ELSE
                    IF WS-IT-COVERS(WS-IT-SUB)
                            < WS-IT-COVERS(WS-BEST-SAME)
                        MOVE WS-IT-SUB TO WS-BEST-SAME
                    END-IF
                END-IF
            ELSE
                IF WS-BEST-ANY = ZERO
                    MOVE WS-IT-SUB TO WS-BEST-ANY
                ELSE
                    IF WS-IT-COVERS(WS-IT-SUB)
                            < WS-IT-COVERS(WS-BEST-ANY)
                        MOVE WS-IT-SUB TO WS-BEST-ANY
                    END-IF
                END-IF
            END-IF.

        RANK-FREE-SUBSTITUTE.
            IF WS-SB-DEPT(WS-SB-SUB) = WS-ABSENT-DEPT
                IF WS-BEST-SUB-SAME = ZERO
                    MOVE WS-SB-SUB TO WS-BEST-SUB-SAME
                ELSE
                    IF WS-SB-COVERS(WS-SB-SUB)
                            < WS-SB-COVERS(WS-BEST-SUB-SAME)
                        MOVE WS-SB-SUB TO WS-BEST-SUB-SAME
                    END-IF
                END-IF
            ELSE
                IF WS-BEST-SUB-ANY = ZERO
                    MOVE WS-SB-SUB TO WS-BEST-SUB-ANY
                ELSE
                    IF WS-SB-COVERS(WS-SB-SUB)
                            < WS-SB-COVERS(WS-BEST-SUB-ANY)
                        MOVE WS-SB-SUB TO WS-BEST-SUB-ANY
                    END-IF
                END-IF
            END-IF.

        CHECK-KEYED-COVER.
      *     someone other than the suggestion - an instructor or an
      *     on-call substitute, and free that period
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO WS-POS
            MOVE WS-COVER-ANSWER TO WS-LOOKUP-ID
            MOVE SPACES TO WS-PICK-ID
            PERFORM FIND-INSTRUCTOR
            IF WS-FOUND = "Y"
                IF WS-IT-SUB = WS-ABSENT-SUB
                        OR WS-IT-BUSY(WS-IT-SUB)(WS-POS:1) NOT = SPACE
                        OR WS-IT-OUT(WS-IT-SUB)(WS-POS:1) NOT = SPACE
                    DISPLAY "  REJECTED: " WS-LOOKUP-ID
                        " IS NOT FREE THIS PERIOD"
                ELSE
                    MOVE WS-LOOKUP-ID TO WS-PICK-ID
                    MOVE "I" TO WS-PICK-TYPE
                    MOVE WS-IT-SUB TO WS-PICK-SUB
                END-IF
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-SUBSTITUTE
            IF WS-FOUND = "Y"
                IF WS-SB-ACTIVE(WS-SB-SUB) NOT = "Y"
                        OR WS-SB-BUSY(WS-SB-SUB)(WS-POS:1) NOT = SPACE
                    DISPLAY "  REJECTED: " WS-LOOKUP-ID
                        " IS NOT ON CALL OR NOT FREE THIS PERIOD"
                ELSE
                    MOVE WS-LOOKUP-ID TO WS-PICK-ID
                    MOVE "S" TO WS-PICK-TYPE
                    MOVE WS-SB-SUB TO WS-PICK-SUB
                END-IF
                EXIT PARAGRAPH
            END-IF
            DISPLAY "  REJECTED: " WS-LOOKUP-ID
                " IS NOT AN INSTRUCTOR OR SUBSTITUTE ON FILE".

        WRITE-COVERAGE.
            MOVE WS-COVER-DATE TO CV-DATE
            MOVE WS-DS-COURSE(WS-SEC-SUB) TO CV-COURSE-CODE
            MOVE WS-DS-SECTION-NO(WS-SEC-SUB) TO CV-SECTION-NO
            MOVE WS-ASK-TERM TO CV-TERM
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO CV-PERIOD
            MOVE WS-DS-ROOM(WS-SEC-SUB) TO CV-ROOM
            MOVE WS-DS-INSTRUCTOR(WS-SEC-SUB) TO CV-ABSENT-ID
            MOVE WS-PICK-ID TO CV-COVER-ID
            MOVE WS-PICK-TYPE TO CV-COVER-TYPE
            MOVE WS-OPERATOR-ID TO CV-ASSIGNED-BY
            MOVE WS-TODAY-DATE TO CV-ASSIGNED-DATE
            WRITE COVERAGE-RECORD
                INVALID KEY
                    DISPLAY "  REJECTED: COVERAGE ALREADY ON FILE"
                    ADD 1 TO WS-UNCOVERED-COUNT
                    EXIT PARAGRAPH
            END-WRITE

            MOVE WS-PICK-ID TO WS-DS-COVER-ID(WS-SEC-SUB)
            MOVE WS-PICK-TYPE TO WS-DS-COVER-TYPE(WS-SEC-SUB)
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO WS-POS
            IF WS-PICK-TYPE = "S"
                MOVE "C" TO WS-SB-BUSY(WS-PICK-SUB)(WS-POS:1)
                ADD 1 TO WS-SB-COVERS(WS-PICK-SUB)
            ELSE
                MOVE "C" TO WS-IT-BUSY(WS-PICK-SUB)(WS-POS:1)
                ADD 1 TO WS-IT-COVERS(WS-PICK-SUB)
            END-IF
            ADD 1 TO WS-ASSIGNED-COUNT
            DISPLAY "  ASSIGNED: " WS-PICK-ID.

        REMOVE-ASSIGNMENT.
            DISPLAY "COURSE CODE:"
            ACCEPT CV-COURSE-CODE
            DISPLAY "SECTION NUMBER (2 DIGITS):"
            ACCEPT CV-SECTION-NO
            MOVE WS-COVER-DATE TO CV-DATE
            READ COVERAGE-ASSIGNMENT
                INVALID KEY
                    DISPLAY "REJECTED: NO COVERAGE ON FILE FOR "
                        CV-COURSE-CODE " SEC " CV-SECTION-NO
                    EXIT PARAGRAPH
            END-READ
            DELETE COVERAGE-ASSIGNMENT RECORD

      *     free the cover's period again and reopen the section
            MOVE CV-COVER-ID TO WS-LOOKUP-ID
            MOVE CV-PERIOD TO WS-POS
            IF CV-COVER-TYPE = "S"
                PERFORM FIND-SUBSTITUTE
                IF WS-FOUND = "Y"
                    MOVE SPACE TO WS-SB-BUSY(WS-SB-SUB)(WS-POS:1)
                    SUBTRACT 1 FROM WS-SB-COVERS(WS-SB-SUB)
                END-IF
            ELSE
                PERFORM FIND-INSTRUCTOR
                IF WS-FOUND = "Y"
                    MOVE SPACE TO WS-IT-BUSY(WS-IT-SUB)(WS-POS:1)
                    SUBTRACT 1 FROM WS-IT-COVERS(WS-IT-SUB)
                END-IF
            END-IF
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                IF WS-DS-COURSE(WS-SEC-SUB) = CV-COURSE-CODE
                    AND WS-DS-SECTION-NO(WS-SEC-SUB) = CV-SECTION-NO
                    MOVE SPACES TO WS-DS-COVER-ID(WS-SEC-SUB)
                        WS-DS-COVER-TYPE(WS-SEC-SUB)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            DISPLAY "COVERAGE REMOVED: " CV-COURSE-CODE " SEC "
                CV-SECTION-NO " - " CV-COVER-ID " NO LONGER COVERS".

        PRINT-COVERAGE.
            OPEN INPUT INSTRUCTOR-MASTER
            OPEN INPUT SUBSTITUTE-POOL
            OPEN INPUT ENROLLMENT
            OPEN OUTPUT COVERAGE-SLIPS
            OPEN OUTPUT DAY-CLASS-LIST
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO COVERAGE-SLIP-LINE
                WRITE COVERAGE-SLIP-LINE
            END-IF
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO DAY-CLASS-LIST-LINE
                WRITE DAY-CLASS-LIST-LINE
            END-IF
            MOVE ZERO TO WS-SLIP-COUNT

            MOVE SPACES TO DAY-CLASS-LIST-LINE
            STRING "DAY CLASS LIST - " WS-COVER-DATE " ("
                   WS-DAY-LETTER ") TERM " WS-ASK-TERM
                   "  RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO DAY-CLASS-LIST-LINE
            WRITE DAY-CLASS-LIST-LINE

      *     period by period, so the office reads the day in order
            PERFORM VARYING WS-PERIOD FROM 1 BY 1
                    UNTIL WS-PERIOD > BELL-PERIOD-COUNT
                MOVE SPACES TO DAY-CLASS-LIST-LINE
                WRITE DAY-CLASS-LIST-LINE
                MOVE SPACES TO DAY-CLASS-LIST-LINE
                STRING "PERIOD " BS-PERIOD(WS-PERIOD) "  "
                       BS-START(WS-PERIOD) "-" BS-END(WS-PERIOD)
                       DELIMITED BY SIZE INTO DAY-CLASS-LIST-LINE
                WRITE DAY-CLASS-LIST-LINE
                PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                        UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                    IF WS-DS-PERIOD(WS-SEC-SUB) = WS-PERIOD
                        PERFORM LIST-ONE-DAY-SECTION
                    END-IF
                END-PERFORM
            END-PERFORM

            CLOSE DAY-CLASS-LIST
            CLOSE COVERAGE-SLIPS
            IF WS-ENROLL-STATUS = "00"
                CLOSE ENROLLMENT
            END-IF
            IF WS-SUB-STATUS = "00"
                CLOSE SUBSTITUTE-POOL
            END-IF
            IF WS-INSTR-STATUS = "00"
                CLOSE INSTRUCTOR-MASTER
            END-IF
            DISPLAY "COVERAGE SLIPS WRITTEN TO COVERAGE-SLIPS.DAT: "
                WS-SLIP-COUNT
            DISPLAY "DAY CLASS LIST WRITTEN TO DAY-CLASS-LIST.DAT".

        LIST-ONE-DAY-SECTION.
            MOVE WS-DS-INSTRUCTOR(WS-SEC-SUB) TO WS-LOOKUP-ID
            PERFORM GET-INSTRUCTOR-NAME
            MOVE SPACES TO DAY-CLASS-LIST-LINE
            STRING "  " WS-DS-COURSE(WS-SEC-SUB)
                   " SEC " WS-DS-SECTION-NO(WS-SEC-SUB)
                   " ROOM " WS-DS-ROOM(WS-SEC-SUB)
                   "  " WS-DS-INSTRUCTOR(WS-SEC-SUB)
                   " " WS-PRINT-NAME
                   DELIMITED BY SIZE INTO DAY-CLASS-LIST-LINE
            WRITE DAY-CLASS-LIST-LINE

            IF WS-DS-COVER-ID(WS-SEC-SUB) NOT = SPACES
                MOVE WS-PRINT-NAME TO WS-ABSENT-NAME
                PERFORM GET-COVER-NAME
                MOVE SPACES TO DAY-CLASS-LIST-LINE
                STRING "      OUT - COVERED BY "
                       WS-DS-COVER-ID(WS-SEC-SUB) " " WS-COVER-NAME
                       DELIMITED BY SIZE INTO DAY-CLASS-LIST-LINE
                WRITE DAY-CLASS-LIST-LINE
                PERFORM WRITE-COVERAGE-SLIP
                EXIT PARAGRAPH
            END-IF
            IF WS-DS-INSTRUCTOR(WS-SEC-SUB) = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DS-INSTRUCTOR(WS-SEC-SUB) TO WS-LOOKUP-ID
            PERFORM FIND-INSTRUCTOR
            MOVE WS-DS-PERIOD(WS-SEC-SUB) TO WS-POS
            IF WS-FOUND = "Y"
                IF WS-IT-OUT(WS-IT-SUB)(WS-POS:1) = "A"
                    MOVE SPACES TO DAY-CLASS-LIST-LINE
                    STRING "      OUT - NO COVER ASSIGNED"
                           DELIMITED BY SIZE INTO DAY-CLASS-LIST-LINE
                    WRITE DAY-CLASS-LIST-LINE
                END-IF
            END-IF.

        GET-INSTRUCTOR-NAME.
      *     WS-LOOKUP-ID in; WS-PRINT-NAME out, spaces if none
            MOVE SPACES TO WS-PRINT-NAME
            IF WS-INSTR-STATUS NOT = "00" OR WS-LOOKUP-ID = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOOKUP-ID TO IN-INSTRUCTOR-ID
            READ INSTRUCTOR-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING FIRST-NAME OF INSTRUCTOR-MASTER-RECORD
                           DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           LAST-NAME OF INSTRUCTOR-MASTER-RECORD
                           DELIMITED BY "  "
                           INTO WS-PRINT-NAME
            END-READ.

        GET-COVER-NAME.
            MOVE SPACES TO WS-COVER-NAME
            MOVE WS-DS-COVER-ID(WS-SEC-SUB) TO WS-LOOKUP-ID
            IF WS-DS-COVER-TYPE(WS-SEC-SUB) NOT = "S"
                PERFORM GET-INSTRUCTOR-NAME
                MOVE WS-PRINT-NAME TO WS-COVER-NAME
                EXIT PARAGRAPH
            END-IF
            IF WS-SUB-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOOKUP-ID TO SB-SUB-ID
            READ SUBSTITUTE-POOL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING FIRST-NAME OF SUBSTITUTE-RECORD
                           DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           LAST-NAME OF SUBSTITUTE-RECORD
                           DELIMITED BY "  "
                           " (SUBSTITUTE)" DELIMITED BY SIZE
                           INTO WS-COVER-NAME
            END-READ.

        WRITE-COVERAGE-SLIP.
            ADD 1 TO WS-SLIP-COUNT
            MOVE "===== COVERAGE SLIP =====" TO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            MOVE SPACES TO COVERAGE-SLIP-LINE
            STRING "DATE " WS-COVER-DATE "  PERIOD "
                   WS-DS-PERIOD(WS-SEC-SUB) "  "
                   BS-START(WS-PERIOD) "-" BS-END(WS-PERIOD)
                   "  ROOM " WS-DS-ROOM(WS-SEC-SUB)
                   DELIMITED BY SIZE INTO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            MOVE SPACES TO COVERAGE-SLIP-LINE
            STRING "CLASS " WS-DS-COURSE(WS-SEC-SUB) " SEC "
                   WS-DS-SECTION-NO(WS-SEC-SUB) "  TERM " WS-ASK-TERM
                   DELIMITED BY SIZE INTO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            MOVE SPACES TO COVERAGE-SLIP-LINE
            STRING "COVERING FOR " WS-DS-INSTRUCTOR(WS-SEC-SUB)
                   " " WS-ABSENT-NAME
                   DELIMITED BY SIZE INTO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            MOVE SPACES TO COVERAGE-SLIP-LINE
            STRING "COVER: " WS-DS-COVER-ID(WS-SEC-SUB)
                   " " WS-COVER-NAME
                   DELIMITED BY SIZE INTO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            MOVE "CLASS LIST - MARK P/A/T AND RETURN TO THE OFFICE"
                TO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE
            PERFORM LIST-SLIP-STUDENTS
            MOVE SPACES TO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE.

        LIST-SLIP-STUDENTS.
      *     the enrollment key leads with the student, so the
      *     section's roster takes a full sweep - same as
      *     CLASS-LIST-PRINT
            MOVE ZERO TO WS-SECTION-HEADS
            IF WS-ENROLL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO EN-STUDENT-ID EN-COURSE-CODE
            START ENROLLMENT KEY >= EN-ENROLL-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EN-COURSE-CODE = WS-DS-COURSE(WS-SEC-SUB)
                            AND EN-TERM = WS-ASK-TERM
                            AND EN-SECTION-NO =
                                WS-DS-SECTION-NO(WS-SEC-SUB)
                            AND (EN-STATUS = "A" OR EN-STATUS = SPACE)
                            ADD 1 TO WS-SECTION-HEADS
                            MOVE SPACES TO COVERAGE-SLIP-LINE
                            STRING "  " EN-STUDENT-ID "  P/A/T: ___"
                                   DELIMITED BY SIZE
                                   INTO COVERAGE-SLIP-LINE
                            WRITE COVERAGE-SLIP-LINE
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO COVERAGE-SLIP-LINE
            STRING "  ENROLLED: " WS-SECTION-HEADS
                   DELIMITED BY SIZE INTO COVERAGE-SLIP-LINE
            WRITE COVERAGE-SLIP-LINE.

            END PROGRAM COVERAGE-ASSIGNMENT.

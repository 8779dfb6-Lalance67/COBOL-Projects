      * monthly absence and coverage report - for one calendar
      * month, per instructor on INSTRUCTOR-MASTER the full and
      * partial days out from INSTRUCTOR-ABSENCE, the periods those
      * come to, how many of their class periods someone covered,
      * and how many class periods they covered for others from
      * COVERAGE-ASSIGNMENT; then per substitute on SUBSTITUTE-POOL
      * the class periods covered. Payroll works from the counts.
      * An instructor covering more than the staff average for the
      * month is marked ABOVE AVG so the office can spread the next
      * month's covers more evenly (COVERAGE-ASSIGNMENT already
      * suggests whoever has the fewest). Writes
      * COVERAGE-MONTHLY-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COVERAGE-MONTHLY-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT COVERAGE-RPT
                ASSIGN TO "COVERAGE-MONTHLY-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INSTRUCTOR-MASTER.
            COPY "INSTRUCTOR-RECORD.cpy".

        FD  SUBSTITUTE-POOL.
            COPY "SUBSTITUTE-RECORD.cpy".

        FD  INSTRUCTOR-ABSENCE.
            COPY "INSTRUCTOR-ABSENCE-RECORD.cpy".

        FD  COVERAGE-ASSIGNMENT.
            COPY "COVERAGE-RECORD.cpy".

        FD  COVERAGE-RPT.
        01  COVERAGE-RPT-LINE        PIC X(90).

        WORKING-STORAGE SECTION.
        01 WS-INSTR-STATUS       PIC XX.
        01 WS-SUB-STATUS         PIC XX.
        01 WS-ABSENCE-STATUS     PIC XX.
        01 WS-COVER-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).

        01 WS-ASK-MONTH          PIC 9(6).
        01 WS-MONTH-START        PIC 9(8).
        01 WS-LOOKUP-ID          PIC X(6).

      * every instructor, in id order (the master is read in key
      * order) so the absence and coverage sweeps find them with
      * SEARCH ALL
        78 INSTR-MAX             VALUE 500.
        01 WS-INSTR-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-INSTR-TABLE.
            05 WS-IT-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-INSTR-COUNT
                               ASCENDING KEY IS WS-IT-ID
                               INDEXED BY WS-IT-IDX.
                10 WS-IT-ID            PIC X(6).
                10 WS-IT-NAME          PIC X(22).
                10 WS-IT-DEPT          PIC X(10).
                10 WS-IT-FULL-DAYS     PIC 9(3).
                10 WS-IT-PART-DAYS     PIC 9(3).
                10 WS-IT-PERIODS-OUT   PIC 9(4).
                10 WS-IT-COVERED-FOR   PIC 9(4).
                10 WS-IT-COVERS        PIC 9(4).
        01 WS-IT-SUB             PIC 9(3).

      * the substitute pool
        78 SUB-MAX               VALUE 200.
        01 WS-SUB-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-SUB-TABLE.
            05 WS-SB-ENTRY OCCURS 200 TIMES.
                10 WS-SB-ID            PIC X(6).
                10 WS-SB-NAME          PIC X(22).
                10 WS-SB-ACTIVE        PIC X.
                10 WS-SB-COVERS        PIC 9(4).
        01 WS-SB-SUB             PIC 9(3).

        01 WS-PERIODS            PIC 9(2).
        01 WS-AVERAGE            PIC 9(4)V99.
        01 WS-FLAG-TEXT          PIC X(9).
        01 WS-FULL-DISP          PIC ZZ9.
        01 WS-PART-DISP          PIC ZZ9.
        01 WS-OUT-DISP           PIC ZZZ9.
        01 WS-FOR-DISP           PIC ZZZ9.
        01 WS-COVERS-DISP        PIC ZZZ9.
        01 WS-AVERAGE-DISP       PIC ZZZ9.99.

      * month totals
        01 WS-ABSENCE-RECORDS    PIC 9(5) VALUE ZERO.
        01 WS-INSTR-COVERS       PIC 9(5) VALUE ZERO.
        01 WS-SUB-COVERS         PIC 9(5) VALUE ZERO.
        01 WS-UNKNOWN-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "COVERAGE REPORT - MONTH (YYYYMM, 0 = THIS MONTH):"
            ACCEPT WS-ASK-MONTH
            IF WS-ASK-MONTH = ZERO
                MOVE WS-TODAY-TIMESTAMP(1:6) TO WS-ASK-MONTH
            END-IF
            MOVE WS-ASK-MONTH TO WS-MONTH-START(1:6)
            MOVE "01" TO WS-MONTH-START(7:2)

            PERFORM LOAD-INSTRUCTORS
            IF WS-INSTR-COUNT = ZERO
                DISPLAY "NO INSTRUCTORS ON INSTRUCTOR-MASTER"
                GOBACK
            END-IF
            PERFORM LOAD-SUBSTITUTES
            PERFORM SWEEP-ABSENCES
            PERFORM SWEEP-COVERAGE

      *     the staff average of covers given, over every instructor
            COMPUTE WS-AVERAGE ROUNDED =
                WS-INSTR-COVERS / WS-INSTR-COUNT

            OPEN OUTPUT COVERAGE-RPT
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "ABSENCE AND COVERAGE - MONTH " WS-ASK-MONTH
                   " RUN DATE: " WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE SPACES TO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE

            PERFORM WRITE-INSTRUCTOR-LINES
            PERFORM WRITE-SUBSTITUTE-LINES
            PERFORM WRITE-MONTH-TOTALS
            CLOSE COVERAGE-RPT

            DISPLAY "COVERAGE REPORT WRITTEN TO"
                " COVERAGE-MONTHLY-RPT.DAT - ABSENCES: "
                WS-ABSENCE-RECORDS " COVERS: " WS-INSTR-COVERS
                " BY INSTRUCTORS, " WS-SUB-COVERS " BY SUBSTITUTES"
            GOBACK.

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
                            PERFORM LOAD-ONE-INSTRUCTOR
                        ELSE
                            DISPLAY "INSTRUCTOR TABLE FULL AT "
                                INSTR-MAX " - " IN-INSTRUCTOR-ID
                                " AND AFTER LEFT OFF"
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSTRUCTOR-MASTER.

        LOAD-ONE-INSTRUCTOR.
            ADD 1 TO WS-INSTR-COUNT
            MOVE IN-INSTRUCTOR-ID TO WS-IT-ID(WS-INSTR-COUNT)
            MOVE SPACES TO WS-IT-NAME(WS-INSTR-COUNT)
            STRING FIRST-NAME OF INSTRUCTOR-MASTER-RECORD
                   DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LAST-NAME OF INSTRUCTOR-MASTER-RECORD
                   DELIMITED BY "  "
                   INTO WS-IT-NAME(WS-INSTR-COUNT)
            MOVE IN-DEPARTMENT TO WS-IT-DEPT(WS-INSTR-COUNT)
            MOVE ZERO TO WS-IT-FULL-DAYS(WS-INSTR-COUNT)
                WS-IT-PART-DAYS(WS-INSTR-COUNT)
                WS-IT-PERIODS-OUT(WS-INSTR-COUNT)
                WS-IT-COVERED-FOR(WS-INSTR-COUNT)
                WS-IT-COVERS(WS-INSTR-COUNT).

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
                            MOVE SPACES TO WS-SB-NAME(WS-SUB-COUNT)
                            STRING FIRST-NAME OF SUBSTITUTE-RECORD
                                   DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   LAST-NAME OF SUBSTITUTE-RECORD
                                   DELIMITED BY "  "
                                   INTO WS-SB-NAME(WS-SUB-COUNT)
                            MOVE SB-ACTIVE
                                TO WS-SB-ACTIVE(WS-SUB-COUNT)
                            MOVE ZERO TO WS-SB-COVERS(WS-SUB-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUBSTITUTE-POOL.

        FIND-INSTRUCTOR.
            MOVE "N" TO WS-FOUND
            SEARCH ALL WS-IT-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-IT-ID(WS-IT-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
                    SET WS-IT-SUB TO WS-IT-IDX
            END-SEARCH.

        FIND-SUBSTITUTE.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                    UNTIL WS-SB-SUB > WS-SUB-COUNT
                IF WS-SB-ID(WS-SB-SUB) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        SWEEP-ABSENCES.
      *     the key leads with the instructor, so the month takes a
      *     full sweep
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
                        IF IA-DATE(1:6) = WS-ASK-MONTH
                            PERFORM COUNT-ONE-ABSENCE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSTRUCTOR-ABSENCE.

        COUNT-ONE-ABSENCE.
            ADD 1 TO WS-ABSENCE-RECORDS
            MOVE IA-INSTRUCTOR-ID TO WS-LOOKUP-ID
            PERFORM FIND-INSTRUCTOR
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF IA-DAY-TYPE = "F"
                ADD 1 TO WS-IT-FULL-DAYS(WS-IT-SUB)
            ELSE
                ADD 1 TO WS-IT-PART-DAYS(WS-IT-SUB)
            END-IF
            MOVE ZERO TO WS-PERIODS
            IF IA-TO-PERIOD NOT < IA-FROM-PERIOD
                COMPUTE WS-PERIODS = IA-TO-PERIOD - IA-FROM-PERIOD + 1
            END-IF
            ADD WS-PERIODS TO WS-IT-PERIODS-OUT(WS-IT-SUB).

        SWEEP-COVERAGE.
      *     the key leads with the date, so the month is one keyed
      *     range
            OPEN INPUT COVERAGE-ASSIGNMENT
            IF WS-COVER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
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
                        IF CV-DATE(1:6) NOT = WS-ASK-MONTH
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM COUNT-ONE-COVERAGE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COVERAGE-ASSIGNMENT.

        COUNT-ONE-COVERAGE.
            MOVE CV-ABSENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-INSTRUCTOR
            IF WS-FOUND = "Y"
                ADD 1 TO WS-IT-COVERED-FOR(WS-IT-SUB)
            END-IF
            MOVE CV-COVER-ID TO WS-LOOKUP-ID
            IF CV-COVER-TYPE = "S"
                ADD 1 TO WS-SUB-COVERS
                PERFORM FIND-SUBSTITUTE
                IF WS-FOUND = "Y"
                    ADD 1 TO WS-SB-COVERS(WS-SB-SUB)
                ELSE
                    ADD 1 TO WS-UNKNOWN-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-INSTR-COVERS
                PERFORM FIND-INSTRUCTOR
                IF WS-FOUND = "Y"
                    ADD 1 TO WS-IT-COVERS(WS-IT-SUB)
                ELSE
                    ADD 1 TO WS-UNKNOWN-COUNT
                END-IF
            END-IF.

        WRITE-INSTRUCTOR-LINES.
            MOVE "INSTRUCTORS" TO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "ID     NAME                   DEPT       "
                   "FULL PART  OUT  FOR COVERS"
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            PERFORM VARYING WS-IT-SUB FROM 1 BY 1
                    UNTIL WS-IT-SUB > WS-INSTR-COUNT
                MOVE SPACES TO WS-FLAG-TEXT
                IF WS-IT-COVERS(WS-IT-SUB) > WS-AVERAGE
                    MOVE "ABOVE AVG" TO WS-FLAG-TEXT
                END-IF
                MOVE WS-IT-FULL-DAYS(WS-IT-SUB) TO WS-FULL-DISP
                MOVE WS-IT-PART-DAYS(WS-IT-SUB) TO WS-PART-DISP
                MOVE WS-IT-PERIODS-OUT(WS-IT-SUB) TO WS-OUT-DISP
                MOVE WS-IT-COVERED-FOR(WS-IT-SUB) TO WS-FOR-DISP
                MOVE WS-IT-COVERS(WS-IT-SUB) TO WS-COVERS-DISP
                MOVE SPACES TO COVERAGE-RPT-LINE
                STRING WS-IT-ID(WS-IT-SUB) " "
                       WS-IT-NAME(WS-IT-SUB) " "
                       WS-IT-DEPT(WS-IT-SUB) " "
                       WS-FULL-DISP "  " WS-PART-DISP " "
                       WS-OUT-DISP " " WS-FOR-DISP "   "
                       WS-COVERS-DISP " " WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
                WRITE COVERAGE-RPT-LINE
            END-PERFORM
            MOVE WS-AVERAGE TO WS-AVERAGE-DISP
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "AVERAGE CLASS PERIODS COVERED PER INSTRUCTOR: "
                   WS-AVERAGE-DISP
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "OUT = PERIODS ABSENT  FOR = OWN CLASS PERIODS"
                   " COVERED  COVERS = CLASS PERIODS COVERED"
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE SPACES TO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE.

        WRITE-SUBSTITUTE-LINES.
            MOVE "SUBSTITUTES" TO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "ID     NAME                   ON CALL COVERS"
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                    UNTIL WS-SB-SUB > WS-SUB-COUNT
                MOVE WS-SB-COVERS(WS-SB-SUB) TO WS-COVERS-DISP
                MOVE SPACES TO COVERAGE-RPT-LINE
                STRING WS-SB-ID(WS-SB-SUB) " "
                       WS-SB-NAME(WS-SB-SUB) " "
                       WS-SB-ACTIVE(WS-SB-SUB) "         "
                       WS-COVERS-DISP
                       DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
                WRITE COVERAGE-RPT-LINE
            END-PERFORM
            MOVE SPACES TO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE.

        WRITE-MONTH-TOTALS.
            MOVE WS-ABSENCE-RECORDS TO WS-COUNT-DISP
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "ABSENCES RECORDED:            " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE WS-INSTR-COVERS TO WS-COUNT-DISP
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "PERIODS COVERED BY INSTRUCTORS: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            MOVE WS-SUB-COVERS TO WS-COUNT-DISP
            MOVE SPACES TO COVERAGE-RPT-LINE
            STRING "PERIODS COVERED BY SUBSTITUTES: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
            WRITE COVERAGE-RPT-LINE
            IF WS-UNKNOWN-COUNT > ZERO
                MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISP
                MOVE SPACES TO COVERAGE-RPT-LINE
                STRING "COVERS BY IDS NO LONGER ON FILE: "
                       WS-COUNT-DISP
                       DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
                WRITE COVERAGE-RPT-LINE
            END-IF.

            END PROGRAM COVERAGE-MONTHLY-REPORT.

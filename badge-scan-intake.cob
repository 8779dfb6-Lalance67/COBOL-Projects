      * badge scan attendance intake - posts a day's classroom badge
      * reader scans to ATTENDANCE instead of the teachers keying
      * every period into ATTENDANCE-CAPTURE from a paper sheet.
      * Each scan in ATTENDANCE-SCAN.DAT is mapped to a room by its
      * reader (RM-READER-ID on ROOM-MASTER) and to a period by its
      * time (BELL-SCHEDULE-TABLE.cpy), which names the term's
      * COURSE-SECTION meeting there that day; the student has to be
      * on that section's roster in ENROLLMENT. A scan later than
      * the bell plus the TARDY-GRACE-MINUTES knob is tardy.
      * ATTENDANCE keeps one code per student per day, so the day's
      * code is A for an enrolled student with no scan at all, T for
      * one tardy into any section, P otherwise. Unknown readers,
      * students not on the section's roster, duplicate scans, and
      * the sections a student who was in school did not scan into
      * go to EXCEPTION-SUMMARY.DAT for the attendance office. A
      * student who already has an ATTENDANCE entry for the day - a
      * suspension day from DISCIPLINE-INCIDENT-ENTRY, a hand-keyed
      * entry, or an earlier run of this intake - is left as is.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BADGE-SCAN-INTAKE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ATTENDANCE-SCAN ASSIGN TO "ATTENDANCE-SCAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCAN-STATUS.

            SELECT ATTENDANCE ASSIGN TO "ATTENDANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT ROOM-MASTER ASSIGN TO "ROOM-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-CODE
                FILE STATUS IS WS-ROOM-STATUS.

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

            SELECT EXCEPTION-SUMMARY ASSIGN TO "EXCEPTION-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ATTENDANCE-SCAN.
            COPY "ATTENDANCE-SCAN-RECORD.cpy".

        FD  ATTENDANCE.
            COPY "ATTENDANCE-RECORD.cpy".

        FD  ROOM-MASTER.
            COPY "ROOM-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  EXCEPTION-SUMMARY.
            COPY "EXCEPTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-SCAN-STATUS        PIC XX.
        01 WS-ATTEND-STATUS      PIC XX.
        01 WS-ROOM-STATUS        PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).

      * run prompts
        01 WS-SCAN-DATE          PIC 9(8).
        01 WS-ASK-TERM           PIC X(5).

      * the day's letter in CS-MEETING-DAYS - day 1 of the integer
      * date scale was a Monday, same reckoning as DATE-SERVICE
        01 WS-DAY-LETTERS        PIC X(7) VALUE "UMTWRFS".
        01 WS-DATE-DAYS          PIC 9(8).
        01 WS-DAY-OF-WEEK        PIC 9.
        01 WS-DAY-LETTER         PIC X.
        01 WS-DAY-HITS           PIC 9.

      * the bell times, and the minutes past a bell a scan can come
      * in and still count as on time
        COPY "BELL-SCHEDULE-TABLE.cpy".
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-GRACE-MINUTES      PIC 9(3).
        01 WS-BELL-IDX           PIC 9(2).
        01 WS-SCAN-PERIOD        PIC 9(2).
        01 WS-SCAN-HHMM          PIC 9(4).
        01 WS-CLOCK              PIC 9(4).
        01 WS-CLOCK-PARTS REDEFINES WS-CLOCK.
            05 WS-CLOCK-HH       PIC 9(2).
            05 WS-CLOCK-MM       PIC 9(2).
        01 WS-SCAN-MINUTES       PIC 9(4).
        01 WS-LATE-MINUTES       PIC 9(4).

      * every room with a badge reader
        78 READER-MAX            VALUE 500.
        01 WS-READER-COUNT       PIC 9(3) VALUE ZERO.
        01 WS-READER-SUB         PIC 9(3).
        01 WS-READER-TABLE.
            05 WS-RD-ENTRY OCCURS 500 TIMES.
                10 WS-RD-READER-ID     PIC X(6).
                10 WS-RD-ROOM          PIC X(5).
        01 WS-SCAN-ROOM          PIC X(5).

      * the term's sections that meet on the scan date
        78 SECTION-MAX           VALUE 1000.
        01 WS-SECTION-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-SEC-SUB            PIC 9(4).
        01 WS-SECTION-TABLE.
            05 WS-SC-ENTRY OCCURS 1000 TIMES.
                10 WS-SC-COURSE        PIC X(6).
                10 WS-SC-SECTION-NO    PIC 9(2).
                10 WS-SC-ROOM          PIC X(5).
                10 WS-SC-PERIOD        PIC 9(2).

      * every active enrollment in one of those sections, in
      * student-and-course order (ENROLLMENT is read in key order)
      * so a scan finds its roster line with SEARCH ALL. The mark is
      * P or T once the student scans in, space until then.
        78 ROSTER-MAX            VALUE 20000.
        01 WS-ROSTER-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-ROSTER-SUB         PIC 9(5).
        01 WS-ROSTER-TABLE.
            05 WS-RO-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-ROSTER-COUNT
                               ASCENDING KEY IS WS-RO-STUDENT-ID
                                                WS-RO-COURSE
                               INDEXED BY WS-RO-IDX.
                10 WS-RO-STUDENT-ID    PIC X(6).
                10 WS-RO-COURSE        PIC X(6).
                10 WS-RO-SEC-SUB       PIC 9(4).
                10 WS-RO-MARK          PIC X.

      * students who already have an ATTENDANCE entry for the date
        78 RECORDED-MAX          VALUE 5000.
        01 WS-RECORDED-COUNT     PIC 9(4) VALUE ZERO.
        01 WS-REC-SUB            PIC 9(4).
        01 WS-RECORDED-TABLE.
            05 WS-RECORDED-ID OCCURS 5000 TIMES PIC X(6).

      * one student's day, built across that student's roster lines
        01 WS-DAY-STUDENT        PIC X(6).
        01 WS-DAY-FIRST          PIC 9(5).
        01 WS-MISS-SUB           PIC 9(5).
        01 WS-DAY-SCANNED        PIC 9(2).
        01 WS-DAY-TARDY          PIC 9(2).

      * end-of-job exception summary - see PARTS-SCAN-INTAKE's
      * LOG-EXCEPTION; held open for the whole batch here
        01 WS-EXCEPT-STATUS      PIC XX.
        01 WS-EXCEPT-REASON      PIC X(40).

      * run totals
        01 WS-SCANS-READ         PIC 9(5) VALUE ZERO.
        01 WS-SCANS-OTHER-DATE   PIC 9(5) VALUE ZERO.
        01 WS-SCANS-POSTED       PIC 9(5) VALUE ZERO.
        01 WS-SCAN-EXCEPTIONS    PIC 9(5) VALUE ZERO.
        01 WS-MISSED-SECTIONS    PIC 9(5) VALUE ZERO.
        01 WS-PRESENT-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-TARDY-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-ABSENT-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-ALREADY-COUNT      PIC 9(5) VALUE ZERO.

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP

            DISPLAY "SCAN DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-SCAN-DATE
            IF WS-SCAN-DATE = ZERO
                MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-SCAN-DATE
            END-IF
            DISPLAY "TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM
            DISPLAY ""

            COMPUTE WS-DATE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
            COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-DAYS, 7)
            MOVE WS-DAY-LETTERS(WS-DAY-OF-WEEK + 1:1) TO WS-DAY-LETTER
            IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                DISPLAY WS-SCAN-DATE " IS A WEEKEND - NOTHING POSTED"
                GOBACK
            END-IF

            MOVE "TARDY-GRACE-MINUTES" TO SPL-PARAM-KEY
            MOVE "MINUTES PAST THE BELL A SCAN IS STILL ON TIME"
                TO SPL-DESCRIPTION
            MOVE 2 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-GRACE-MINUTES

            PERFORM LOAD-READERS
            IF WS-READER-COUNT = ZERO
                DISPLAY "NO ROOM ON ROOM-MASTER HAS A BADGE READER -"
                    " SEE ROOM-MAINTENANCE"
                GOBACK
            END-IF
            PERFORM LOAD-SECTIONS
            IF WS-SECTION-COUNT = ZERO
                DISPLAY "NO " WS-ASK-TERM " SECTIONS MEET ON "
                    WS-SCAN-DATE " - NOTHING POSTED"
                GOBACK
            END-IF
            PERFORM LOAD-ROSTER
            PERFORM LOAD-RECORDED

            OPEN INPUT ATTENDANCE-SCAN
            IF WS-SCAN-STATUS NOT = "00"
                DISPLAY "ATTENDANCE-SCAN NOT AVAILABLE - STATUS "
                    WS-SCAN-STATUS
                GOBACK
            END-IF

            OPEN EXTEND EXCEPTION-SUMMARY
            IF WS-EXCEPT-STATUS = "05" OR WS-EXCEPT-STATUS = "35"
                CLOSE EXCEPTION-SUMMARY
                OPEN OUTPUT EXCEPTION-SUMMARY
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ATTENDANCE-SCAN
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SCANS-READ
                        IF AS-SCAN-DATE = WS-SCAN-DATE
                            PERFORM POST-ONE-SCAN
                        ELSE
                            ADD 1 TO WS-SCANS-OTHER-DATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATTENDANCE-SCAN

      *     entries accumulate across days - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND ATTENDANCE
            IF WS-ATTEND-STATUS = "05" OR WS-ATTEND-STATUS = "35"
                CLOSE ATTENDANCE
                OPEN OUTPUT ATTENDANCE
            END-IF
            MOVE 1 TO WS-ROSTER-SUB
            PERFORM UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
                PERFORM POST-ONE-STUDENT
            END-PERFORM
            CLOSE ATTENDANCE
            CLOSE EXCEPTION-SUMMARY

            DISPLAY "BADGE SCANS FOR " WS-SCAN-DATE " - READ "
                WS-SCANS-READ " POSTED " WS-SCANS-POSTED
                " EXCEPTIONS " WS-SCAN-EXCEPTIONS
            IF WS-SCANS-OTHER-DATE > ZERO
                DISPLAY "  SCANS FOR OTHER DATES SKIPPED: "
                    WS-SCANS-OTHER-DATE
            END-IF
            DISPLAY "ATTENDANCE WRITTEN - PRESENT " WS-PRESENT-COUNT
                " TARDY " WS-TARDY-COUNT " ABSENT " WS-ABSENT-COUNT
            DISPLAY "  ALREADY ON FILE FOR THE DATE, LEFT AS IS: "
                WS-ALREADY-COUNT
            DISPLAY "  SECTIONS MISSED BY STUDENTS IN SCHOOL: "
                WS-MISSED-SECTIONS
            IF WS-SCAN-EXCEPTIONS > ZERO OR WS-MISSED-SECTIONS > ZERO
                DISPLAY "SEE EXCEPTION-SUMMARY.DAT"
            END-IF
            GOBACK.

        LOAD-READERS.
            OPEN INPUT ROOM-MASTER
            IF WS-ROOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ROOM-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RM-READER-ID NOT = SPACES
                            AND WS-READER-COUNT < READER-MAX
                            ADD 1 TO WS-READER-COUNT
                            MOVE RM-READER-ID
                                TO WS-RD-READER-ID(WS-READER-COUNT)
                            MOVE RM-ROOM-CODE
                                TO WS-RD-ROOM(WS-READER-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ROOM-MASTER.

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
                            PERFORM LOAD-ONE-SECTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        LOAD-ONE-SECTION.
            MOVE ZERO TO WS-DAY-HITS
            INSPECT CS-MEETING-DAYS TALLYING WS-DAY-HITS
                FOR ALL WS-DAY-LETTER
            IF WS-DAY-HITS = ZERO OR CS-ROOM = SPACES
                EXIT PARAGRAPH
            END-IF
            IF WS-SECTION-COUNT NOT < SECTION-MAX
                DISPLAY "SECTION TABLE FULL AT " SECTION-MAX
                    " - " CS-COURSE-CODE " SEC " CS-SECTION-NO
                    " LEFT OFF"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SECTION-COUNT
            MOVE CS-COURSE-CODE TO WS-SC-COURSE(WS-SECTION-COUNT)
            MOVE CS-SECTION-NO TO WS-SC-SECTION-NO(WS-SECTION-COUNT)
            MOVE CS-ROOM TO WS-SC-ROOM(WS-SECTION-COUNT)
            MOVE CS-PERIOD TO WS-SC-PERIOD(WS-SECTION-COUNT).

        LOAD-ROSTER.
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
      *                 a dropped course (D) or a withdrawal (W)
      *                 takes no roll
                        IF EN-TERM = WS-ASK-TERM
                            AND EN-SECTION-NO > ZERO
                            AND (EN-STATUS = "A" OR EN-STATUS = SPACE)
                            PERFORM LOAD-ONE-ROSTER-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT.

        LOAD-ONE-ROSTER-LINE.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                IF WS-SC-COURSE(WS-SEC-SUB) = EN-COURSE-CODE
                    AND WS-SC-SECTION-NO(WS-SEC-SUB) = EN-SECTION-NO
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
      *     not meeting today
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF WS-ROSTER-COUNT NOT < ROSTER-MAX
                DISPLAY "ROSTER TABLE FULL AT " ROSTER-MAX
                    " - " EN-STUDENT-ID " " EN-COURSE-CODE
                    " LEFT OFF"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ROSTER-COUNT
            MOVE EN-STUDENT-ID TO WS-RO-STUDENT-ID(WS-ROSTER-COUNT)
            MOVE EN-COURSE-CODE TO WS-RO-COURSE(WS-ROSTER-COUNT)
            MOVE WS-SEC-SUB TO WS-RO-SEC-SUB(WS-ROSTER-COUNT)
            MOVE SPACE TO WS-RO-MARK(WS-ROSTER-COUNT).

        LOAD-RECORDED.
            OPEN INPUT ATTENDANCE
            IF WS-ATTEND-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ATTENDANCE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AT-DATE = WS-SCAN-DATE
                            AND WS-RECORDED-COUNT < RECORDED-MAX
                            ADD 1 TO WS-RECORDED-COUNT
                            MOVE AT-STUDENT-ID
                                TO WS-RECORDED-ID(WS-RECORDED-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATTENDANCE.

        POST-ONE-SCAN.
      *     reader to room
            MOVE SPACES TO WS-SCAN-ROOM
            PERFORM VARYING WS-READER-SUB FROM 1 BY 1
                    UNTIL WS-READER-SUB > WS-READER-COUNT
                IF WS-RD-READER-ID(WS-READER-SUB) = AS-READER-ID
                    MOVE WS-RD-ROOM(WS-READER-SUB) TO WS-SCAN-ROOM
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-SCAN-ROOM = SPACES
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "UNKNOWN READER " AS-READER-ID " STUDENT "
                       AS-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF

      *     time to period - the first period not yet over
            MOVE AS-SCAN-TIME(1:4) TO WS-SCAN-HHMM
            MOVE ZERO TO WS-SCAN-PERIOD
            PERFORM VARYING WS-BELL-IDX FROM 1 BY 1
                    UNTIL WS-BELL-IDX > BELL-PERIOD-COUNT
                IF WS-SCAN-HHMM < BS-END(WS-BELL-IDX)
                    MOVE BS-PERIOD(WS-BELL-IDX) TO WS-SCAN-PERIOD
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-SCAN-PERIOD = ZERO
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "AFTER BELLS " AS-STUDENT-ID " ROOM "
                       WS-SCAN-ROOM " AT " WS-SCAN-HHMM
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF

      *     room and period to section
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                IF WS-SC-ROOM(WS-SEC-SUB) = WS-SCAN-ROOM
                    AND WS-SC-PERIOD(WS-SEC-SUB) = WS-SCAN-PERIOD
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-FOUND NOT = "Y"
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "NO CLASS IN " WS-SCAN-ROOM " PER "
                       WS-SCAN-PERIOD " - " AS-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF

      *     student to the section's roster - an id that is not a
      *     student at all lands here too
            SEARCH ALL WS-RO-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-RO-STUDENT-ID(WS-RO-IDX) = AS-STUDENT-ID
                    AND WS-RO-COURSE(WS-RO-IDX) =
                        WS-SC-COURSE(WS-SEC-SUB)
                    MOVE "Y" TO WS-FOUND
            END-SEARCH
            IF WS-FOUND NOT = "Y"
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "NOT ON ROSTER " AS-STUDENT-ID " "
                       WS-SC-COURSE(WS-SEC-SUB) " SEC "
                       WS-SC-SECTION-NO(WS-SEC-SUB)
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF WS-RO-SEC-SUB(WS-RO-IDX) NOT = WS-SEC-SUB
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "WRONG SECTION " AS-STUDENT-ID " "
                       WS-SC-COURSE(WS-SEC-SUB) " SEC "
                       WS-SC-SECTION-NO(WS-SEC-SUB)
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF
            IF WS-RO-MARK(WS-RO-IDX) NOT = SPACE
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "DUPLICATE SCAN " AS-STUDENT-ID " "
                       WS-SC-COURSE(WS-SEC-SUB) " AT " WS-SCAN-HHMM
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM LOG-EXCEPTION
                EXIT PARAGRAPH
            END-IF

      *     on time up to the bell plus the grace minutes
            MOVE WS-SCAN-HHMM TO WS-CLOCK
            COMPUTE WS-SCAN-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
            MOVE BS-START(WS-BELL-IDX) TO WS-CLOCK
            COMPUTE WS-LATE-MINUTES =
                WS-CLOCK-HH * 60 + WS-CLOCK-MM + WS-GRACE-MINUTES
            IF WS-SCAN-MINUTES > WS-LATE-MINUTES
                MOVE "T" TO WS-RO-MARK(WS-RO-IDX)
            ELSE
                MOVE "P" TO WS-RO-MARK(WS-RO-IDX)
            END-IF
            ADD 1 TO WS-SCANS-POSTED.

        POST-ONE-STUDENT.
      *     one student's roster lines are together - walk them all,
      *     leaving WS-ROSTER-SUB on the next student's first line
            MOVE WS-RO-STUDENT-ID(WS-ROSTER-SUB) TO WS-DAY-STUDENT
            MOVE WS-ROSTER-SUB TO WS-DAY-FIRST
            MOVE ZERO TO WS-DAY-SCANNED WS-DAY-TARDY
            PERFORM UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
                    OR WS-RO-STUDENT-ID(WS-ROSTER-SUB)
                        NOT = WS-DAY-STUDENT
                IF WS-RO-MARK(WS-ROSTER-SUB) NOT = SPACE
                    ADD 1 TO WS-DAY-SCANNED
                END-IF
                IF WS-RO-MARK(WS-ROSTER-SUB) = "T"
                    ADD 1 TO WS-DAY-TARDY
                END-IF
                ADD 1 TO WS-ROSTER-SUB
            END-PERFORM

            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-RECORDED-COUNT
                IF WS-RECORDED-ID(WS-REC-SUB) = WS-DAY-STUDENT
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-FOUND = "Y"
                ADD 1 TO WS-ALREADY-COUNT
                EXIT PARAGRAPH
            END-IF

            MOVE WS-DAY-STUDENT TO AT-STUDENT-ID
            MOVE WS-SCAN-DATE TO AT-DATE
            EVALUATE TRUE
                WHEN WS-DAY-SCANNED = ZERO
                    MOVE "A" TO AT-CODE
                    ADD 1 TO WS-ABSENT-COUNT
                WHEN WS-DAY-TARDY > ZERO
                    MOVE "T" TO AT-CODE
                    ADD 1 TO WS-TARDY-COUNT
                WHEN OTHER
                    MOVE "P" TO AT-CODE
                    ADD 1 TO WS-PRESENT-COUNT
            END-EVALUATE
            WRITE ATTENDANCE-RECORD

      *     in school but not in every class - each section missed
      *     goes to the attendance office
            IF WS-DAY-SCANNED > ZERO
                PERFORM VARYING WS-MISS-SUB FROM WS-DAY-FIRST BY 1
                        UNTIL WS-MISS-SUB = WS-ROSTER-SUB
                    IF WS-RO-MARK(WS-MISS-SUB) = SPACE
                        PERFORM LOG-MISSED-SECTION
                    END-IF
                END-PERFORM
            END-IF.

        LOG-MISSED-SECTION.
            MOVE WS-RO-SEC-SUB(WS-MISS-SUB) TO WS-SEC-SUB
            MOVE SPACES TO WS-EXCEPT-REASON
            STRING "NO SCAN " WS-DAY-STUDENT " "
                   WS-SC-COURSE(WS-SEC-SUB) " SEC "
                   WS-SC-SECTION-NO(WS-SEC-SUB) " PER "
                   WS-SC-PERIOD(WS-SEC-SUB)
                   DELIMITED BY SIZE INTO WS-EXCEPT-REASON
            PERFORM WRITE-EXCEPTION
            ADD 1 TO WS-MISSED-SECTIONS.

        LOG-EXCEPTION.
            PERFORM WRITE-EXCEPTION
            ADD 1 TO WS-SCAN-EXCEPTIONS.

        WRITE-EXCEPTION.
            MOVE "BADGE-SCAN-INTAKE" TO EX-PROGRAM
            MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
            MOVE WS-EXCEPT-REASON TO EX-REASON
            MOVE "N" TO EX-STATUS
            MOVE SPACES TO EX-ACK-OPERATOR EX-ACK-NOTE
            WRITE EXCEPTION-RECORD.

            END PROGRAM BADGE-SCAN-INTAKE.

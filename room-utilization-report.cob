      * room utilization report - for one term, every room on
      * ROOM-MASTER with the class periods its COURSE-SECTIONs take
      * each week against the periods the school week offers, and
      * the average fill of those sections (students enrolled
      * against the room's seats). A room used less than the
      * ROOM-LOW-USE-PCT knob on the parameter master is marked, and
      * the rooms nobody meets in are listed the same way - the
      * facilities office works from this when it decides which
      * rooms to give up during renovations. Sections naming a room
      * not on the master are listed at the end. Writes
      * ROOM-UTILIZATION-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROOM-UTILIZATION-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT UTILIZATION-RPT
                ASSIGN TO "ROOM-UTILIZATION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ROOM-MASTER.
            COPY "ROOM-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  UTILIZATION-RPT.
        01  UTILIZATION-LINE         PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-ROOM-STATUS        PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-ASK-TERM           PIC X(5).

      * the school week - five days of PERIODS-PER-DAY periods, the
      * day's period count a knob on the parameter master
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        78 SCHOOL-DAYS-PER-WEEK  VALUE 5.
        01 WS-PERIODS-PER-DAY    PIC 9(2).
        01 WS-PERIODS-AVAIL      PIC 9(3).
        01 WS-LOW-USE-PCT        PIC 9(3).

      * every room, held in room-code order (the master is read in
      * key order) so the section sweep can find its room with
      * SEARCH ALL
        78 ROOM-MAX              VALUE 500.
        01 WS-ROOM-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-ROOM-TABLE.
            05 WS-RM-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-ROOM-COUNT
                               ASCENDING KEY IS WS-RM-CODE
                               INDEXED BY WS-RM-IDX.
                10 WS-RM-CODE          PIC X(5).
                10 WS-RM-BUILDING      PIC X(10).
                10 WS-RM-SEATS         PIC 9(3).
                10 WS-RM-TYPE          PIC X.
                10 WS-RM-ACCESSIBLE    PIC X.
                10 WS-RM-SECTIONS      PIC 9(3).
                10 WS-RM-PERIODS-USED  PIC 9(3).
                10 WS-RM-SEATS-OFFERED PIC 9(6).
                10 WS-RM-ENROLLED      PIC 9(6).
        01 WS-RM-SUB             PIC 9(3).

      * one section's weekly periods - a period a day on each of
      * its meeting days
        01 WS-DAY-COUNT          PIC 9.

        01 WS-USE-PCT            PIC 9(3).
        01 WS-FILL-PCT           PIC 9(3).
        01 WS-USE-DISP           PIC ZZ9.
        01 WS-FILL-DISP          PIC ZZ9.
        01 WS-SECT-DISP          PIC ZZ9.
        01 WS-USED-DISP          PIC ZZ9.
        01 WS-AVAIL-DISP         PIC ZZ9.
        01 WS-FLAG-TEXT          PIC X(9).
        01 WS-TYPE-TEXT          PIC X(10).

      * run totals
        01 WS-TERM-SECTIONS      PIC 9(5) VALUE ZERO.
        01 WS-UNKNOWN-ROOMS      PIC 9(5) VALUE ZERO.
        01 WS-NO-ROOM            PIC 9(5) VALUE ZERO.
        01 WS-LOW-USE-COUNT      PIC 9(3) VALUE ZERO.
        01 WS-TOTAL-USED         PIC 9(6) VALUE ZERO.
        01 WS-TOTAL-AVAIL        PIC 9(6) VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "ROOM UTILIZATION - TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM

            PERFORM READ-WEEK-PARAMETERS
            PERFORM LOAD-ROOMS
            IF WS-ROOM-COUNT = ZERO
                DISPLAY "NO ROOMS ON ROOM-MASTER - SEE"
                    " ROOM-MAINTENANCE"
                GOBACK
            END-IF

            OPEN OUTPUT UTILIZATION-RPT
            MOVE SPACES TO UTILIZATION-LINE
            STRING "ROOM UTILIZATION - TERM " WS-ASK-TERM
                   " RUN DATE: " WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE WS-PERIODS-AVAIL TO WS-AVAIL-DISP
            MOVE WS-LOW-USE-PCT TO WS-USE-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "PERIODS AVAILABLE PER ROOM PER WEEK: "
                   WS-AVAIL-DISP
                   "   LOW USE BELOW " WS-USE-DISP "%"
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE SPACES TO UTILIZATION-LINE
            WRITE UTILIZATION-LINE

            PERFORM SWEEP-SECTIONS
            PERFORM WRITE-ROOM-LINES
            PERFORM WRITE-RUN-TOTALS
            CLOSE UTILIZATION-RPT

            DISPLAY "ROOM UTILIZATION WRITTEN TO"
                " ROOM-UTILIZATION-RPT.DAT - ROOMS: " WS-ROOM-COUNT
                " LOW USE: " WS-LOW-USE-COUNT
            GOBACK.

        READ-WEEK-PARAMETERS.
            MOVE "PERIODS-PER-DAY" TO SPL-PARAM-KEY
            MOVE "CLASS PERIODS IN A SCHOOL DAY"
                TO SPL-DESCRIPTION
            MOVE 8 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-PERIODS-PER-DAY
            COMPUTE WS-PERIODS-AVAIL =
                WS-PERIODS-PER-DAY * SCHOOL-DAYS-PER-WEEK

            MOVE "ROOM-LOW-USE-PCT" TO SPL-PARAM-KEY
            MOVE "ROOM USE PCT BELOW WHICH A ROOM IS FLAGGED"
                TO SPL-DESCRIPTION
            MOVE 25 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-LOW-USE-PCT.

        LOAD-ROOMS.
            MOVE ZERO TO WS-ROOM-COUNT
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
                        IF WS-ROOM-COUNT < ROOM-MAX
                            PERFORM LOAD-ONE-ROOM
                        ELSE
                            DISPLAY "ROOM TABLE FULL AT " ROOM-MAX
                                " - " RM-ROOM-CODE " AND AFTER LEFT"
                                " OFF"
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ROOM-MASTER.

        LOAD-ONE-ROOM.
            ADD 1 TO WS-ROOM-COUNT
            MOVE RM-ROOM-CODE TO WS-RM-CODE(WS-ROOM-COUNT)
            MOVE RM-BUILDING TO WS-RM-BUILDING(WS-ROOM-COUNT)
            MOVE RM-SEATS TO WS-RM-SEATS(WS-ROOM-COUNT)
            MOVE RM-ROOM-TYPE TO WS-RM-TYPE(WS-ROOM-COUNT)
            MOVE RM-ACCESSIBLE TO WS-RM-ACCESSIBLE(WS-ROOM-COUNT)
            MOVE ZERO TO WS-RM-SECTIONS(WS-ROOM-COUNT)
            MOVE ZERO TO WS-RM-PERIODS-USED(WS-ROOM-COUNT)
            MOVE ZERO TO WS-RM-SEATS-OFFERED(WS-ROOM-COUNT)
            MOVE ZERO TO WS-RM-ENROLLED(WS-ROOM-COUNT).

        FIND-ROOM.
      *     CS-ROOM in; WS-FOUND Y with WS-RM-IDX on the entry
            MOVE "N" TO WS-FOUND
            SEARCH ALL WS-RM-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-RM-CODE(WS-RM-IDX) = CS-ROOM
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        SWEEP-SECTIONS.
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
                            PERFORM TALLY-ONE-SECTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        TALLY-ONE-SECTION.
            ADD 1 TO WS-TERM-SECTIONS
            IF CS-ROOM = SPACES
                ADD 1 TO WS-NO-ROOM
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-ROOM
            IF WS-FOUND NOT = "Y"
                IF WS-UNKNOWN-ROOMS = ZERO
                    PERFORM WRITE-UNKNOWN-HEADING
                END-IF
                ADD 1 TO WS-UNKNOWN-ROOMS
                PERFORM WRITE-UNKNOWN-LINE
                EXIT PARAGRAPH
            END-IF

      *     meeting days are left-justified letters from MTWRF
            MOVE ZERO TO WS-DAY-COUNT
            INSPECT CS-MEETING-DAYS TALLYING WS-DAY-COUNT
                FOR CHARACTERS BEFORE INITIAL SPACE
            ADD 1 TO WS-RM-SECTIONS(WS-RM-IDX)
            ADD WS-DAY-COUNT TO WS-RM-PERIODS-USED(WS-RM-IDX)
            ADD WS-RM-SEATS(WS-RM-IDX)
                TO WS-RM-SEATS-OFFERED(WS-RM-IDX)
            ADD CS-ENROLLED TO WS-RM-ENROLLED(WS-RM-IDX).

        WRITE-UNKNOWN-HEADING.
      *     the unknown-room lines go ahead of the room lines - the
      *     sweep finds them before the table is written
            MOVE SPACES TO UTILIZATION-LINE
            STRING "SECTIONS IN A ROOM NOT ON ROOM-MASTER:"
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE.

        WRITE-UNKNOWN-LINE.
            MOVE SPACES TO UTILIZATION-LINE
            STRING "  " CS-COURSE-CODE " SEC " CS-SECTION-NO
                   " ROOM " CS-ROOM " DAYS " CS-MEETING-DAYS
                   " PERIOD " CS-PERIOD
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE.

        WRITE-ROOM-LINES.
            IF WS-UNKNOWN-ROOMS > ZERO
                MOVE SPACES TO UTILIZATION-LINE
                WRITE UTILIZATION-LINE
            END-IF
            MOVE SPACES TO UTILIZATION-LINE
            STRING "ROOM  BUILDING   TYPE       SEATS ACC SECTS"
                   " USED/AVAIL USE% FILL%"
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                    UNTIL WS-RM-SUB > WS-ROOM-COUNT
                PERFORM WRITE-ONE-ROOM
            END-PERFORM.

        WRITE-ONE-ROOM.
            ADD WS-RM-PERIODS-USED(WS-RM-SUB) TO WS-TOTAL-USED
            ADD WS-PERIODS-AVAIL TO WS-TOTAL-AVAIL
            MOVE ZERO TO WS-USE-PCT WS-FILL-PCT
            IF WS-PERIODS-AVAIL > ZERO
                COMPUTE WS-USE-PCT ROUNDED =
                    WS-RM-PERIODS-USED(WS-RM-SUB) * 100
                    / WS-PERIODS-AVAIL
            END-IF
            IF WS-RM-SEATS-OFFERED(WS-RM-SUB) > ZERO
                COMPUTE WS-FILL-PCT ROUNDED =
                    WS-RM-ENROLLED(WS-RM-SUB) * 100
                    / WS-RM-SEATS-OFFERED(WS-RM-SUB)
            END-IF

            EVALUATE TRUE
                WHEN WS-RM-SECTIONS(WS-RM-SUB) = ZERO
                    MOVE "UNUSED" TO WS-FLAG-TEXT
                    ADD 1 TO WS-LOW-USE-COUNT
                WHEN WS-USE-PCT < WS-LOW-USE-PCT
                    MOVE "LOW USE" TO WS-FLAG-TEXT
                    ADD 1 TO WS-LOW-USE-COUNT
                WHEN WS-USE-PCT > 100
                    MOVE "OVERBOOKD" TO WS-FLAG-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-FLAG-TEXT
            END-EVALUATE

            EVALUATE WS-RM-TYPE(WS-RM-SUB)
                WHEN "C"
                    MOVE "CLASSROOM" TO WS-TYPE-TEXT
                WHEN "L"
                    MOVE "LAB" TO WS-TYPE-TEXT
                WHEN "G"
                    MOVE "GYM" TO WS-TYPE-TEXT
                WHEN "A"
                    MOVE "AUDITORIUM" TO WS-TYPE-TEXT
                WHEN "S"
                    MOVE "STUDIO" TO WS-TYPE-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-TYPE-TEXT
            END-EVALUATE

            MOVE WS-RM-SECTIONS(WS-RM-SUB) TO WS-SECT-DISP
            MOVE WS-RM-PERIODS-USED(WS-RM-SUB) TO WS-USED-DISP
            MOVE WS-PERIODS-AVAIL TO WS-AVAIL-DISP
            MOVE WS-USE-PCT TO WS-USE-DISP
            MOVE WS-FILL-PCT TO WS-FILL-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING WS-RM-CODE(WS-RM-SUB) " "
                   WS-RM-BUILDING(WS-RM-SUB) " "
                   WS-TYPE-TEXT " "
                   WS-RM-SEATS(WS-RM-SUB) "   "
                   WS-RM-ACCESSIBLE(WS-RM-SUB) "  "
                   WS-SECT-DISP "    "
                   WS-USED-DISP "/" WS-AVAIL-DISP "  "
                   WS-USE-DISP "  " WS-FILL-DISP " "
                   WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE.

        WRITE-RUN-TOTALS.
            MOVE SPACES TO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE WS-TERM-SECTIONS TO WS-COUNT-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "SECTIONS IN THE TERM: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE WS-NO-ROOM TO WS-COUNT-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "  NO ROOM ASSIGNED YET: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE WS-UNKNOWN-ROOMS TO WS-COUNT-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "  ROOM NOT ON ROOM-MASTER: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE ZERO TO WS-USE-PCT
            IF WS-TOTAL-AVAIL > ZERO
                COMPUTE WS-USE-PCT ROUNDED =
                    WS-TOTAL-USED * 100 / WS-TOTAL-AVAIL
            END-IF
            MOVE WS-USE-PCT TO WS-USE-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "ALL ROOMS - PERIODS USED " WS-USE-DISP "%"
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE
            MOVE WS-LOW-USE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO UTILIZATION-LINE
            STRING "ROOMS UNUSED OR LOW USE: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO UTILIZATION-LINE
            WRITE UTILIZATION-LINE.

        END PROGRAM ROOM-UTILIZATION-REPORT.

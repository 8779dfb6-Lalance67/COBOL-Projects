      * YEAR-END-ROLLOVER - the August school-year rollover that used
      * to be a week of re-keying. In one run it:
      *   - copies every COURSE-SECTION of the closing term to the
      *     new term with the seat counter zeroed, keeping the days,
      *     period, room, capacity and instructor for the registrar
      *     to review in SECTION-MAINTENANCE (a section already keyed
      *     for the new term is left alone)
      *   - closes out the year's attendance: each student's days
      *     present, absent and tardy over the school-year dates are
      *     appended to ATTENDANCE-YEAR
      *   - advances every current student's grade level or program
      *     year on STUDENT-YEAR, or marks them retained for
      *     counselor review when they miss the promotion criteria on
      *     the parameter master (PROMOTE-MIN-GPA, PROMOTE-MAX-ABSENCE)
      *     or are already at PROMOTE-TOP-LEVEL without graduating
      * Everything it will do is printed on ROLLOVER-PREVIEW.DAT and
      * nothing is written until the operator commits. The student
      * pass checkpoints through BATCH-CHECKPOINT; a rerun after an
      * abend (with the same answers) skips the preview and picks up
      * after the last checkpointed student.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. YEAR-END-ROLLOVER.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT STUDENT-YEAR ASSIGN TO "STUDENT-YEAR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SY-STUDENT-ID
                FILE STATUS IS WS-YEAR-STATUS.

            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

            SELECT ATTENDANCE ASSIGN TO "ATTENDANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT ATTENDANCE-YEAR ASSIGN TO "ATTENDANCE-YEAR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-YEAR-STATUS.

            SELECT ROLLOVER-PREVIEW ASSIGN TO "ROLLOVER-PREVIEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  STUDENT-YEAR.
            COPY "STUDENT-YEAR-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  ATTENDANCE.
            COPY "ATTENDANCE-RECORD.cpy".

        FD  ATTENDANCE-YEAR.
            COPY "ATTENDANCE-YEAR-RECORD.cpy".

        FD  ROLLOVER-PREVIEW.
        01  ROLLOVER-PREVIEW-LINE    PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-YEAR-STATUS        PIC XX.
        01 WS-YEAR-OPEN          PIC X.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-ATTEND-STATUS      PIC XX.
        01 WS-ATTEND-YEAR-STATUS PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-LOOKUP-ID          PIC X(6).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * run prompts - the closing term and the one being set up, and
      * the school-year dates the attendance close covers
        01 WS-FROM-TERM          PIC X(5).
        01 WS-TO-TERM            PIC X(5).
        01 WS-YEAR-START         PIC 9(8).
        01 WS-YEAR-END           PIC 9(8).
        01 WS-CLOSE-YEAR         PIC 9(4).
        01 WS-NEW-YEAR           PIC 9(4).

      * promotion criteria off the parameter master
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-MIN-GPA            PIC 9V99.
        01 WS-MAX-ABSENCES       PIC 9(3).
        01 WS-TOP-LEVEL          PIC 9(2).

      * the closing term's sections, held whole so the new term's
      * copies are written after the scan rather than during it
        78 SECTION-MAX           VALUE 1000.
        01 WS-SECTION-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-SEC-SUB            PIC 9(4).
        01 WS-SECTION-TABLE.
            05 WS-SEC-RECORD OCCURS 1000 TIMES PIC X(37).

      * every student on the master, in student-id order (the
      * master is read in key order) so the attendance sweep can
      * find a row's student with SEARCH ALL
        78 ROLL-MAX              VALUE 5000.
        01 WS-ROLL-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-ROLL-TABLE.
            05 WS-RL-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-ROLL-COUNT
                               ASCENDING KEY IS WS-RL-STUDENT-ID
                               INDEXED BY WS-RL-IDX.
                10 WS-RL-STUDENT-ID    PIC X(6).
                10 WS-RL-NAME          PIC X(5).
                10 WS-RL-STATUS        PIC X.
                10 WS-RL-GPA           PIC 9V99.
                10 WS-RL-LEVEL         PIC 9(2).
                10 WS-RL-NEW-LEVEL     PIC 9(2).
      *         A advance, R retain, X already rolled this year,
      *         space for a student who has left
                10 WS-RL-DECISION      PIC X.
                10 WS-RL-REASON        PIC X(20).
                10 WS-RL-PRESENT       PIC 9(3).
                10 WS-RL-ABSENT        PIC 9(3).
                10 WS-RL-TARDY         PIC 9(3).
                10 WS-RL-SUSPENDED     PIC 9(3).

        01 WS-RL-SUB             PIC 9(4).
        01 WS-ENROLL-YEAR        PIC 9(4).
        01 WS-LEVEL-CALC         PIC S9(4).
        01 WS-SECTIONS-COPIED    PIC 9(4) VALUE ZERO.
        01 WS-SECTIONS-KEPT      PIC 9(4) VALUE ZERO.
        01 WS-ADVANCE-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-RETAIN-COUNT       PIC 9(4) VALUE ZERO.
        01 WS-ROLLED-COUNT       PIC 9(4) VALUE ZERO.
        01 WS-ATTEND-CLOSED      PIC 9(4) VALUE ZERO.
        01 WS-YEAR-CLOSED        PIC X.
        01 WS-GPA-DISP           PIC 9.99.
        01 WS-COUNT-DISP         PIC ZZZ9.

      * restart/checkpoint through the shared BATCH-CHECKPOINT
      * service. Item 1 means the sections and attendance are done;
      * item N+1 means the first N students have been rolled.
        78 CHECKPOINT-INTERVAL   VALUE 50.
        COPY "CHECKPOINT-PARAMS.cpy".
        01 WS-LAST-CHECKPOINT    PIC 9(7) VALUE ZERO.
        01 WS-ITEM-NO            PIC 9(7).

      * STUDENT-MASTER busy marker shared with the screens - see
      * file-reserve.cob
        COPY "FILE-RESERVE-PARAMS.cpy".

        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "YEAR-END-ROLLOVER" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "ENTER CLOSING TERM (E.G. 2027S):"
            ACCEPT WS-FROM-TERM
            DISPLAY "ENTER NEW TERM TO SET UP (E.G. 2027F):"
            ACCEPT WS-TO-TERM
            DISPLAY "ENTER FIRST DAY OF THE CLOSING SCHOOL YEAR"
                " (YYYYMMDD):"
            ACCEPT WS-YEAR-START
            DISPLAY "ENTER LAST DAY OF THE CLOSING SCHOOL YEAR"
                " (YYYYMMDD):"
            ACCEPT WS-YEAR-END
            DISPLAY ""
            MOVE WS-YEAR-START(1:4) TO WS-CLOSE-YEAR
            COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1

            PERFORM LOAD-PROMOTION-CRITERIA

            MOVE "Q" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS
            IF FR-BUSY = "Y"
                DISPLAY "STUDENT-MASTER RESERVED BY " FR-HELD-BY
                    " - RUN NOT STARTED"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "BUSY" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            MOVE "S" TO FR-FUNCTION
            MOVE "YEAR-END-ROLLOVER" TO FR-HOLDER
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS

            MOVE "YEAR-END-ROLLOVER" TO CKP-JOB-NAME
            MOVE "R" TO CKP-FUNCTION
            CALL "BATCH-CHECKPOINT" USING CHECKPOINT-PARAMS
            MOVE CKP-ITEM-NO TO WS-LAST-CHECKPOINT

            PERFORM LOAD-STUDENTS
            IF WS-ROLL-COUNT = ZERO
                DISPLAY "NO STUDENTS TO ROLL OVER"
                PERFORM RELEASE-RESERVATION
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            IF WS-TABLE-FULL = "Y"
                DISPLAY "MORE THAN " ROLL-MAX " STUDENTS ON FILE -"
                    " ROLLOVER NOT STARTED"
                PERFORM RELEASE-RESERVATION
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM TALLY-ATTENDANCE
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                    UNTIL WS-RL-SUB > WS-ROLL-COUNT
                PERFORM DECIDE-ONE-STUDENT
            END-PERFORM

            IF WS-LAST-CHECKPOINT > ZERO
                DISPLAY "RESUMING FROM CHECKPOINT AT ITEM "
                    WS-LAST-CHECKPOINT
            ELSE
                PERFORM LOAD-SECTIONS
                PERFORM WRITE-PREVIEW
                DISPLAY "SECTIONS TO COPY " WS-FROM-TERM " TO "
                    WS-TO-TERM ": " WS-SECTION-COUNT
                DISPLAY "STUDENTS TO ADVANCE: " WS-ADVANCE-COUNT
                DISPLAY "STUDENTS TO RETAIN FOR REVIEW: "
                    WS-RETAIN-COUNT
                DISPLAY "PREVIEW IN ROLLOVER-PREVIEW.DAT"
                DISPLAY "COMMIT THE ROLLOVER (Y/N):"
                ACCEPT WS-ANSWER
                IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                    DISPLAY "ROLLOVER NOT COMMITTED"
                    PERFORM RELEASE-RESERVATION
                    MOVE "E" TO RCP-ENTRY-TYPE
                    MOVE "OK" TO RCP-STATUS
                    MOVE ZERO TO RCP-RECORD-COUNT
                    CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                    GOBACK
                END-IF

                PERFORM COPY-SECTIONS
                PERFORM CLOSE-ATTENDANCE-YEAR

                MOVE 1 TO CKP-ITEM-NO
                MOVE "W" TO CKP-FUNCTION
                CALL "BATCH-CHECKPOINT" USING CHECKPOINT-PARAMS
                MOVE 1 TO WS-LAST-CHECKPOINT
            END-IF

            PERFORM ADVANCE-STUDENTS

      *     the whole school made it through clean - clear the
      *     checkpoint so next August starts from the top again
            MOVE "C" TO CKP-FUNCTION
            CALL "BATCH-CHECKPOINT" USING CHECKPOINT-PARAMS

            PERFORM RELEASE-RESERVATION

            DISPLAY "ROLLOVER COMPLETE - SECTIONS COPIED: "
                WS-SECTIONS-COPIED " ALREADY SET UP: "
                WS-SECTIONS-KEPT
            DISPLAY "  ATTENDANCE TOTALS CLOSED: " WS-ATTEND-CLOSED
                " STUDENTS ROLLED: " WS-ROLLED-COUNT

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-ROLLED-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        RELEASE-RESERVATION.
      *     every exit path after the marker was set comes through
      *     here, so a failed run never leaves the screens locked
            MOVE "C" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS.

        LOAD-PROMOTION-CRITERIA.
            MOVE "PROMOTE-MIN-GPA" TO SPL-PARAM-KEY
            MOVE "CUM GPA NEEDED TO ADVANCE A LEVEL"
                TO SPL-DESCRIPTION
            MOVE 1.00 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-MIN-GPA

            MOVE "PROMOTE-MAX-ABSENCE" TO SPL-PARAM-KEY
            MOVE "MOST ABSENCES IN A YEAR TO ADVANCE A LEVEL"
                TO SPL-DESCRIPTION
            MOVE 18 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-MAX-ABSENCES

            MOVE "PROMOTE-TOP-LEVEL" TO SPL-PARAM-KEY
            MOVE "HIGHEST GRADE LEVEL OR PROGRAM YEAR"
                TO SPL-DESCRIPTION
            MOVE 12 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-TOP-LEVEL.

        LOAD-STUDENTS.
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                EXIT PARAGRAPH
            END-IF
      *     no STUDENT-YEAR file yet is the first rollover ever -
      *     every level then comes off the enrollment date below
            MOVE "N" TO WS-YEAR-OPEN
            OPEN INPUT STUDENT-YEAR
            IF WS-YEAR-STATUS = "00"
                MOVE "Y" TO WS-YEAR-OPEN
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-ONE-STUDENT
                END-READ
            END-PERFORM

            CLOSE STUDENT-MASTER
            IF WS-YEAR-OPEN = "Y"
                CLOSE STUDENT-YEAR
            END-IF.

        LOAD-ONE-STUDENT.
            IF WS-ROLL-COUNT >= ROLL-MAX
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ROLL-COUNT
            MOVE SM-STUDENT-ID TO WS-RL-STUDENT-ID(WS-ROLL-COUNT)
            MOVE SM-NAME TO WS-RL-NAME(WS-ROLL-COUNT)
            MOVE SM-STATUS TO WS-RL-STATUS(WS-ROLL-COUNT)
            MOVE SM-GPA TO WS-RL-GPA(WS-ROLL-COUNT)
            MOVE ZERO TO WS-RL-PRESENT(WS-ROLL-COUNT)
            MOVE ZERO TO WS-RL-ABSENT(WS-ROLL-COUNT)
            MOVE ZERO TO WS-RL-TARDY(WS-ROLL-COUNT)
            MOVE ZERO TO WS-RL-SUSPENDED(WS-ROLL-COUNT)
            MOVE SPACE TO WS-RL-DECISION(WS-ROLL-COUNT)
            MOVE SPACES TO WS-RL-REASON(WS-ROLL-COUNT)

            IF WS-YEAR-OPEN = "Y"
                MOVE SM-STUDENT-ID TO SY-STUDENT-ID
                READ STUDENT-YEAR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SY-LEVEL TO WS-RL-LEVEL(WS-ROLL-COUNT)
                        IF SY-SCHOOL-YEAR >= WS-NEW-YEAR
                            MOVE "X" TO
                                WS-RL-DECISION(WS-ROLL-COUNT)
                        END-IF
                        EXIT PARAGRAPH
                END-READ
            END-IF

      *     a student never rolled before starts at the level their
      *     years since enrolling put them at
            MOVE SM-ENROLL-DATE(1:4) TO WS-ENROLL-YEAR
            IF SM-ENROLL-DATE NOT NUMERIC OR WS-ENROLL-YEAR = ZERO
                MOVE 1 TO WS-LEVEL-CALC
            ELSE
                COMPUTE WS-LEVEL-CALC =
                    WS-CLOSE-YEAR - WS-ENROLL-YEAR + 1
            END-IF
            IF WS-LEVEL-CALC < 1
                MOVE 1 TO WS-LEVEL-CALC
            END-IF
            IF WS-LEVEL-CALC > WS-TOP-LEVEL
                MOVE WS-TOP-LEVEL TO WS-LEVEL-CALC
            END-IF
            MOVE WS-LEVEL-CALC TO WS-RL-LEVEL(WS-ROLL-COUNT).

        FIND-STUDENT.
      *     WS-LOOKUP-ID in; WS-FOUND Y with WS-RL-IDX on the entry
            MOVE "N" TO WS-FOUND
            IF WS-ROLL-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL WS-RL-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-RL-STUDENT-ID(WS-RL-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        TALLY-ATTENDANCE.
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
                        IF AT-DATE >= WS-YEAR-START
                                AND AT-DATE <= WS-YEAR-END
                            MOVE AT-STUDENT-ID TO WS-LOOKUP-ID
                            PERFORM FIND-STUDENT
                            IF WS-FOUND = "Y"
                                PERFORM TALLY-ONE-DAY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATTENDANCE.

        TALLY-ONE-DAY.
            EVALUATE AT-CODE
                WHEN "P"
                    ADD 1 TO WS-RL-PRESENT(WS-RL-IDX)
                WHEN "A"
                    ADD 1 TO WS-RL-ABSENT(WS-RL-IDX)
                WHEN "T"
                    ADD 1 TO WS-RL-TARDY(WS-RL-IDX)
      *         kept apart so a suspension never counts toward the
      *         promotion absence limit
                WHEN "S"
                    ADD 1 TO WS-RL-SUSPENDED(WS-RL-IDX)
            END-EVALUATE.

        DECIDE-ONE-STUDENT.
      *     a student who has left is not rolled; one already rolled
      *     to the new year (a rerun) is left as it is
            IF WS-RL-STATUS(WS-RL-SUB) = "W"
                    OR WS-RL-STATUS(WS-RL-SUB) = "D"
                MOVE SPACE TO WS-RL-DECISION(WS-RL-SUB)
                EXIT PARAGRAPH
            END-IF
            IF WS-RL-DECISION(WS-RL-SUB) = "X"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-RL-LEVEL(WS-RL-SUB) TO WS-RL-NEW-LEVEL(WS-RL-SUB)
            MOVE "R" TO WS-RL-DECISION(WS-RL-SUB)
            EVALUATE TRUE
                WHEN WS-RL-LEVEL(WS-RL-SUB) >= WS-TOP-LEVEL
                    MOVE "AT TOP LEVEL" TO WS-RL-REASON(WS-RL-SUB)
                WHEN WS-RL-GPA(WS-RL-SUB) < WS-MIN-GPA
                    MOVE "GPA BELOW MINIMUM"
                        TO WS-RL-REASON(WS-RL-SUB)
                WHEN WS-RL-ABSENT(WS-RL-SUB) > WS-MAX-ABSENCES
                    MOVE "ABSENCES OVER LIMIT"
                        TO WS-RL-REASON(WS-RL-SUB)
                WHEN OTHER
                    MOVE "A" TO WS-RL-DECISION(WS-RL-SUB)
                    ADD 1 TO WS-RL-NEW-LEVEL(WS-RL-SUB)
            END-EVALUATE

            IF WS-RL-DECISION(WS-RL-SUB) = "A"
                ADD 1 TO WS-ADVANCE-COUNT
            ELSE
                ADD 1 TO WS-RETAIN-COUNT
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
                        IF CS-TERM = WS-FROM-TERM
                            PERFORM HOLD-ONE-SECTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        HOLD-ONE-SECTION.
            IF WS-SECTION-COUNT >= SECTION-MAX
                DISPLAY "MORE THAN " SECTION-MAX " SECTIONS - "
                    CS-COURSE-CODE " " CS-SECTION-NO " NOT COPIED"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SECTION-COUNT
            MOVE COURSE-SECTION-RECORD TO
                WS-SEC-RECORD(WS-SECTION-COUNT).

        WRITE-PREVIEW.
            OPEN OUTPUT ROLLOVER-PREVIEW
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "SCHOOL-YEAR ROLLOVER PREVIEW - " WS-CLOSE-YEAR
                   " TO " WS-NEW-YEAR " - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE

            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "SECTIONS " WS-FROM-TERM " TO BE COPIED TO "
                   WS-TO-TERM " (SEATS ZEROED)"
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "  COURSE SEC DAYS  PER ROOM  CAP INSTR"
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                MOVE WS-SEC-RECORD(WS-SEC-SUB) TO
                    COURSE-SECTION-RECORD
                MOVE SPACES TO ROLLOVER-PREVIEW-LINE
                STRING "  " CS-COURSE-CODE " " CS-SECTION-NO
                       "  " CS-MEETING-DAYS " " CS-PERIOD
                       "  " CS-ROOM " " CS-CAPACITY
                       " " CS-INSTRUCTOR
                       DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
                WRITE ROLLOVER-PREVIEW-LINE
            END-PERFORM
            MOVE WS-SECTION-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "  SECTIONS: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE

            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "STUDENTS - LEVEL " WS-CLOSE-YEAR " TO "
                   WS-NEW-YEAR ", ATTENDANCE " WS-YEAR-START
                   " - " WS-YEAR-END
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "  ID     NAME  FROM TO  GPA  PRES ABS TARD "
                   "OUTCOME"
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                    UNTIL WS-RL-SUB > WS-ROLL-COUNT
                IF WS-RL-DECISION(WS-RL-SUB) = "A"
                        OR WS-RL-DECISION(WS-RL-SUB) = "R"
                    PERFORM WRITE-PREVIEW-STUDENT
                END-IF
            END-PERFORM

            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE WS-ADVANCE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "TO ADVANCE: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            MOVE WS-RETAIN-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            STRING "TO RETAIN FOR COUNSELOR REVIEW: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            WRITE ROLLOVER-PREVIEW-LINE
            CLOSE ROLLOVER-PREVIEW.

        WRITE-PREVIEW-STUDENT.
            MOVE WS-RL-GPA(WS-RL-SUB) TO WS-GPA-DISP
            MOVE SPACES TO ROLLOVER-PREVIEW-LINE
            IF WS-RL-DECISION(WS-RL-SUB) = "A"
                STRING "  " WS-RL-STUDENT-ID(WS-RL-SUB)
                       " " WS-RL-NAME(WS-RL-SUB)
                       "  " WS-RL-LEVEL(WS-RL-SUB)
                       "   " WS-RL-NEW-LEVEL(WS-RL-SUB)
                       "  " WS-GPA-DISP
                       " " WS-RL-PRESENT(WS-RL-SUB)
                       "  " WS-RL-ABSENT(WS-RL-SUB)
                       " " WS-RL-TARDY(WS-RL-SUB)
                       "  ADVANCE"
                       DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            ELSE
                STRING "  " WS-RL-STUDENT-ID(WS-RL-SUB)
                       " " WS-RL-NAME(WS-RL-SUB)
                       "  " WS-RL-LEVEL(WS-RL-SUB)
                       "   " WS-RL-NEW-LEVEL(WS-RL-SUB)
                       "  " WS-GPA-DISP
                       " " WS-RL-PRESENT(WS-RL-SUB)
                       "  " WS-RL-ABSENT(WS-RL-SUB)
                       " " WS-RL-TARDY(WS-RL-SUB)
                       "  RETAIN - " WS-RL-REASON(WS-RL-SUB)
                       DELIMITED BY SIZE INTO ROLLOVER-PREVIEW-LINE
            END-IF
            WRITE ROLLOVER-PREVIEW-LINE.

        COPY-SECTIONS.
            OPEN I-O COURSE-SECTION
            IF WS-SECTION-STATUS NOT = "00"
                DISPLAY "COURSE-SECTION NOT AVAILABLE - STATUS "
                    WS-SECTION-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                    UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                MOVE WS-SEC-RECORD(WS-SEC-SUB) TO
                    COURSE-SECTION-RECORD
                MOVE WS-TO-TERM TO CS-TERM
                MOVE ZERO TO CS-ENROLLED
                WRITE COURSE-SECTION-RECORD
                    INVALID KEY
                        ADD 1 TO WS-SECTIONS-KEPT
                    NOT INVALID KEY
                        ADD 1 TO WS-SECTIONS-COPIED
                END-WRITE
            END-PERFORM
            CLOSE COURSE-SECTION.

        CLOSE-ATTENDANCE-YEAR.
      *     a year already closed (the job run twice in one August)
      *     is not closed again
            MOVE "N" TO WS-YEAR-CLOSED
            OPEN INPUT ATTENDANCE-YEAR
            IF WS-ATTEND-YEAR-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ ATTENDANCE-YEAR
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AY-SCHOOL-YEAR = WS-CLOSE-YEAR
                                MOVE "Y" TO WS-YEAR-CLOSED
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-YEAR
            END-IF
            IF WS-YEAR-CLOSED = "Y"
                DISPLAY "ATTENDANCE FOR " WS-CLOSE-YEAR
                    " ALREADY CLOSED - NOT CLOSED AGAIN"
                EXIT PARAGRAPH
            END-IF

      *     history appends across years - same OPEN EXTEND with an
      *     OPEN OUTPUT fallback the first time as GPA-HISTORY
            OPEN EXTEND ATTENDANCE-YEAR
            IF WS-ATTEND-YEAR-STATUS = "05"
                    OR WS-ATTEND-YEAR-STATUS = "35"
                CLOSE ATTENDANCE-YEAR
                OPEN OUTPUT ATTENDANCE-YEAR
            END-IF
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                    UNTIL WS-RL-SUB > WS-ROLL-COUNT
                IF WS-RL-PRESENT(WS-RL-SUB) > ZERO
                        OR WS-RL-ABSENT(WS-RL-SUB) > ZERO
                        OR WS-RL-TARDY(WS-RL-SUB) > ZERO
                        OR WS-RL-SUSPENDED(WS-RL-SUB) > ZERO
                    MOVE WS-RL-STUDENT-ID(WS-RL-SUB) TO AY-STUDENT-ID
                    MOVE WS-CLOSE-YEAR TO AY-SCHOOL-YEAR
                    MOVE WS-YEAR-START TO AY-FROM-DATE
                    MOVE WS-YEAR-END TO AY-THRU-DATE
                    MOVE WS-RL-PRESENT(WS-RL-SUB) TO AY-DAYS-PRESENT
                    MOVE WS-RL-ABSENT(WS-RL-SUB) TO AY-DAYS-ABSENT
                    MOVE WS-RL-TARDY(WS-RL-SUB) TO AY-DAYS-TARDY
                    MOVE WS-RL-SUSPENDED(WS-RL-SUB)
                        TO AY-DAYS-SUSPENDED
                    MOVE WS-TODAY-DATE TO AY-CLOSED-DATE
                    WRITE ATTENDANCE-YEAR-RECORD
                    ADD 1 TO WS-ATTEND-CLOSED
                END-IF
            END-PERFORM
            CLOSE ATTENDANCE-YEAR.

        ADVANCE-STUDENTS.
      *     created on the first rollover, kept after
            OPEN I-O STUDENT-YEAR
            IF WS-YEAR-STATUS = "35"
                OPEN OUTPUT STUDENT-YEAR
                CLOSE STUDENT-YEAR
                OPEN I-O STUDENT-YEAR
            END-IF

      *     item N+1 on the checkpoint is student N done
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                    UNTIL WS-RL-SUB > WS-ROLL-COUNT
                COMPUTE WS-ITEM-NO = WS-RL-SUB + 1
                IF WS-ITEM-NO > WS-LAST-CHECKPOINT
                    PERFORM ROLL-ONE-STUDENT
                    IF FUNCTION MOD(WS-RL-SUB,
                            CHECKPOINT-INTERVAL) = 0
                        MOVE WS-ITEM-NO TO CKP-ITEM-NO
                        MOVE "W" TO CKP-FUNCTION
                        CALL "BATCH-CHECKPOINT"
                            USING CHECKPOINT-PARAMS
                    END-IF
                END-IF
            END-PERFORM
            CLOSE STUDENT-YEAR.

        ROLL-ONE-STUDENT.
            IF WS-RL-DECISION(WS-RL-SUB) NOT = "A"
                    AND WS-RL-DECISION(WS-RL-SUB) NOT = "R"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-RL-STUDENT-ID(WS-RL-SUB) TO SY-STUDENT-ID
            READ STUDENT-YEAR
                INVALID KEY
                    MOVE "N" TO WS-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-FOUND
            END-READ
      *     rolled between the last checkpoint and an abend - the
      *     record already says so
            IF WS-FOUND = "Y" AND SY-SCHOOL-YEAR >= WS-NEW-YEAR
                EXIT PARAGRAPH
            END-IF

            MOVE WS-RL-STUDENT-ID(WS-RL-SUB) TO SY-STUDENT-ID
            MOVE WS-NEW-YEAR TO SY-SCHOOL-YEAR
            MOVE WS-RL-LEVEL(WS-RL-SUB) TO SY-PRIOR-LEVEL
            MOVE WS-RL-NEW-LEVEL(WS-RL-SUB) TO SY-LEVEL
            MOVE WS-RL-DECISION(WS-RL-SUB) TO SY-PROMOTION
            MOVE WS-RL-REASON(WS-RL-SUB) TO SY-REASON
            MOVE WS-TODAY-DATE TO SY-ROLLED-DATE
            IF WS-FOUND = "Y"
                REWRITE STUDENT-YEAR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ROLLING " SY-STUDENT-ID
                            " - STATUS " WS-YEAR-STATUS
                        EXIT PARAGRAPH
                END-REWRITE
            ELSE
                WRITE STUDENT-YEAR-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ROLLING " SY-STUDENT-ID
                            " - STATUS " WS-YEAR-STATUS
                        EXIT PARAGRAPH
                END-WRITE
            END-IF
            ADD 1 TO WS-ROLLED-COUNT.

            END PROGRAM YEAR-END-ROLLOVER.

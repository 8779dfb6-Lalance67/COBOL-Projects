      * instructor absence entry - the office keys the call-in when
      * an instructor is out: the day, and whether it is the full
      * day or only some periods (the bell schedule's period
      * numbers). COVERAGE-ASSIGNMENT works out the sections that
      * need a cover from these records, and COVERAGE-MONTHLY-REPORT
      * counts them per instructor for payroll. Cancelling an
      * absence also takes back any coverage already assigned for
      * that instructor's sections that day.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INSTRUCTOR-ABSENCE-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INSTRUCTOR-ABSENCE
                ASSIGN TO "INSTRUCTOR-ABSENCE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IA-ABSENCE-KEY
                FILE STATUS IS WS-ABSENCE-STATUS.

            SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUCTOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTRUCTOR-ID
                FILE STATUS IS WS-INSTR-STATUS.

            SELECT COVERAGE-ASSIGNMENT
                ASSIGN TO "COVERAGE-ASSIGNMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CV-COVERAGE-KEY
                FILE STATUS IS WS-COVER-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INSTRUCTOR-ABSENCE.
            COPY "INSTRUCTOR-ABSENCE-RECORD.cpy".

        FD  INSTRUCTOR-MASTER.
            COPY "INSTRUCTOR-RECORD.cpy".

        FD  COVERAGE-ASSIGNMENT.
            COPY "COVERAGE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-ABSENCE-STATUS     PIC XX.
        01 WS-INSTR-STATUS       PIC XX.
        01 WS-COVER-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-FOUND              PIC X.
        01 WS-DETAIL-OK          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-ASK-DATE           PIC 9(8).
        01 WS-LIST-COUNT         PIC 9(3).
        01 WS-TAKEN-BACK         PIC 9(3).

      * the periods a partial day can name
        COPY "BELL-SCHEDULE-TABLE.cpy".

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
            PERFORM OPEN-ABSENCE-FILE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== INSTRUCTOR ABSENCES ====="
                DISPLAY "[1] RECORD AN ABSENCE"
                DISPLAY "[2] CANCEL AN ABSENCE"
                DISPLAY "[3] LIST ABSENCES FOR A DATE"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM RECORD-ABSENCE
                    WHEN 2
                        PERFORM CANCEL-ABSENCE
                    WHEN 3
                        PERFORM LIST-ABSENCES
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE INSTRUCTOR-ABSENCE
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-ABSENCE-FILE.
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O INSTRUCTOR-ABSENCE
            IF WS-ABSENCE-STATUS = "35"
                OPEN OUTPUT INSTRUCTOR-ABSENCE
                CLOSE INSTRUCTOR-ABSENCE
                OPEN I-O INSTRUCTOR-ABSENCE
            END-IF.

        ASK-DATE.
            DISPLAY "DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-ASK-DATE
            IF WS-ASK-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-ASK-DATE
            END-IF.

        RECORD-ABSENCE.
            DISPLAY "ENTER INSTRUCTOR ID:"
            ACCEPT IA-INSTRUCTOR-ID
            PERFORM CHECK-INSTRUCTOR
            IF WS-FOUND NOT = "Y"
                DISPLAY "REJECTED: INSTRUCTOR NOT ON FILE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "INSTRUCTOR: " FIRST-NAME " " LAST-NAME
                " DEPT " IN-DEPARTMENT
            PERFORM ASK-DATE
            MOVE WS-ASK-DATE TO IA-DATE
            PERFORM ACCEPT-ABSENCE-DETAIL
            IF WS-DETAIL-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO IA-ENTERED-BY
            MOVE WS-TODAY-DATE TO IA-ENTERED-DATE

            WRITE INSTRUCTOR-ABSENCE-RECORD
                INVALID KEY
                    PERFORM REPLACE-ABSENCE
                NOT INVALID KEY
                    DISPLAY "ABSENCE RECORDED: " IA-INSTRUCTOR-ID
                        " " IA-DATE " PERIODS " IA-FROM-PERIOD
                        "-" IA-TO-PERIOD
                    DISPLAY "RUN COVERAGE-ASSIGNMENT FOR THE DATE TO"
                        " COVER THE SECTIONS"
            END-WRITE.

        REPLACE-ABSENCE.
            DISPLAY "AN ABSENCE IS ALREADY ON FILE FOR THE DATE -"
                " REPLACE IT (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                REWRITE INSTRUCTOR-ABSENCE-RECORD
                DISPLAY "ABSENCE REPLACED: " IA-INSTRUCTOR-ID
                    " " IA-DATE " PERIODS " IA-FROM-PERIOD
                    "-" IA-TO-PERIOD
            ELSE
                DISPLAY "ABSENCE NOT CHANGED"
            END-IF.

        CHECK-INSTRUCTOR.
            MOVE "N" TO WS-FOUND
            OPEN INPUT INSTRUCTOR-MASTER
            IF WS-INSTR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE IA-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
            READ INSTRUCTOR-MASTER
                INVALID KEY
                    MOVE "N" TO WS-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-FOUND
            END-READ
            CLOSE INSTRUCTOR-MASTER.

        ACCEPT-ABSENCE-DETAIL.
            MOVE "Y" TO WS-DETAIL-OK
            DISPLAY "[F] FULL DAY OR [P] PARTIAL DAY:"
            ACCEPT IA-DAY-TYPE
            IF IA-DAY-TYPE = "f"
                MOVE "F" TO IA-DAY-TYPE
            END-IF
            IF IA-DAY-TYPE = "p"
                MOVE "P" TO IA-DAY-TYPE
            END-IF
            EVALUATE IA-DAY-TYPE
                WHEN "F"
                    MOVE BS-PERIOD(1) TO IA-FROM-PERIOD
                    MOVE BS-PERIOD(BELL-PERIOD-COUNT) TO IA-TO-PERIOD
                WHEN "P"
                    DISPLAY "FIRST PERIOD OUT (2 DIGITS):"
                    ACCEPT IA-FROM-PERIOD
                    DISPLAY "LAST PERIOD OUT (2 DIGITS):"
                    ACCEPT IA-TO-PERIOD
                    IF IA-FROM-PERIOD < BS-PERIOD(1)
                        OR IA-TO-PERIOD > BS-PERIOD(BELL-PERIOD-COUNT)
                        OR IA-FROM-PERIOD > IA-TO-PERIOD
                        DISPLAY "REJECTED: PERIODS MUST RUN "
                            BS-PERIOD(1) "-"
                            BS-PERIOD(BELL-PERIOD-COUNT)
                            ", FIRST NOT AFTER LAST"
                        MOVE "N" TO WS-DETAIL-OK
                        EXIT PARAGRAPH
                    END-IF
                WHEN OTHER
                    DISPLAY "REJECTED: DAY MUST BE F OR P"
                    MOVE "N" TO WS-DETAIL-OK
                    EXIT PARAGRAPH
            END-EVALUATE
            DISPLAY "REASON (20 CHARS):"
            ACCEPT IA-REASON.

        CANCEL-ABSENCE.
            DISPLAY "ENTER INSTRUCTOR ID:"
            ACCEPT IA-INSTRUCTOR-ID
            PERFORM ASK-DATE
            MOVE WS-ASK-DATE TO IA-DATE
            READ INSTRUCTOR-ABSENCE
                INVALID KEY
                    DISPLAY "REJECTED: NO ABSENCE ON FILE FOR "
                        IA-INSTRUCTOR-ID " ON " IA-DATE
                    EXIT PARAGRAPH
            END-READ
            DISPLAY "CANCEL " IA-INSTRUCTOR-ID " " IA-DATE
                " PERIODS " IA-FROM-PERIOD "-" IA-TO-PERIOD
                " - CONFIRM (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "CANCEL ABANDONED"
                EXIT PARAGRAPH
            END-IF
            DELETE INSTRUCTOR-ABSENCE RECORD
            PERFORM TAKE-BACK-COVERAGE
            DISPLAY "ABSENCE CANCELLED - COVERAGE TAKEN BACK: "
                WS-TAKEN-BACK.

        TAKE-BACK-COVERAGE.
      *     the coverage key leads with the date, so the day's
      *     assignments are one keyed range
            MOVE ZERO TO WS-TAKEN-BACK
            OPEN I-O COVERAGE-ASSIGNMENT
            IF WS-COVER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE IA-DATE TO CV-DATE
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
                        IF CV-DATE NOT = IA-DATE
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF CV-ABSENT-ID = IA-INSTRUCTOR-ID
                                DELETE COVERAGE-ASSIGNMENT RECORD
                                ADD 1 TO WS-TAKEN-BACK
                                DISPLAY "  TAKEN BACK: "
                                    CV-COURSE-CODE " SEC "
                                    CV-SECTION-NO " FROM "
                                    CV-COVER-ID
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COVERAGE-ASSIGNMENT.

        LIST-ABSENCES.
      *     the key leads with the instructor, so one date takes a
      *     full sweep - a day's absences are a handful
            PERFORM ASK-DATE
            MOVE ZERO TO WS-LIST-COUNT
            MOVE LOW-VALUES TO IA-ABSENCE-KEY
            START INSTRUCTOR-ABSENCE KEY >= IA-ABSENCE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ INSTRUCTOR-ABSENCE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF IA-DATE = WS-ASK-DATE
                            ADD 1 TO WS-LIST-COUNT
                            DISPLAY "  " IA-INSTRUCTOR-ID " "
                                IA-DAY-TYPE " PERIODS "
                                IA-FROM-PERIOD "-" IA-TO-PERIOD
                                " " IA-REASON " BY " IA-ENTERED-BY
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY "ABSENCES ON " WS-ASK-DATE ": " WS-LIST-COUNT.

            END PROGRAM INSTRUCTOR-ABSENCE-ENTRY.

      * interactive entry screen for the COURSE-REQUEST file - the
      * counselors key each student's course requests for a coming
      * term, most wanted first, each with one alternate, instead
      * of enrolling students one at a time through
      * ENROLLMENT-ENTRY. MASTER-SCHEDULE-BUILDER places them all
      * in one run. Requests can be re-keyed or deleted until the
      * builder commits them; after that the outcome shows on the
      * list and changes go through ENROLLMENT-ENTRY.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COURSE-REQUEST-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COURSE-REQUEST ASSIGN TO "COURSE-REQUEST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-REQUEST-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-COURSE-CODE
                FILE STATUS IS WS-COURSE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  COURSE-REQUEST.
            COPY "COURSE-REQUEST-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  COURSE-MASTER.
            COPY "COURSE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ID-ANSWER          PIC X.
        01 WS-LINE-DONE          PIC X.
        01 WS-LINE-IDX           PIC 9(2).
        01 WS-LINE-COUNT         PIC 9(2).
        01 WS-CHECK-COURSE       PIC X(6).
        01 WS-COURSE-OK          PIC X.
        01 WS-RESULT-DISP        PIC X(12).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-REPLACING          PIC X.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID
            PERFORM OPEN-COURSE-REQUEST

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== COURSE REQUEST ENTRY ====="
                DISPLAY "[1] ENTER A STUDENT'S REQUESTS"
                DISPLAY "[2] LIST A STUDENT'S REQUESTS"
                DISPLAY "[3] DELETE A STUDENT'S REQUESTS"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ENTER-REQUESTS
                    WHEN 2
                        PERFORM LIST-REQUESTS
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-REQUESTS
                        END-IF
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE COURSE-REQUEST
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-COURSE-REQUEST.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O COURSE-REQUEST
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT COURSE-REQUEST
                CLOSE COURSE-REQUEST
                OPEN I-O COURSE-REQUEST
            END-IF.

        ACCEPT-REQUEST-KEY.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT CR-STUDENT-ID
            DISPLAY "ENTER TERM (E.G. 2027F):"
            ACCEPT CR-TERM.

        ENTER-REQUESTS.
            PERFORM ACCEPT-REQUEST-KEY

      *     only a current student can be scheduled
            MOVE "N" TO WS-ID-ANSWER
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS = "00"
                MOVE CR-STUDENT-ID TO SM-STUDENT-ID
                READ STUDENT-MASTER
                    INVALID KEY
                        DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                    NOT INVALID KEY
                        IF SM-STATUS = "W" OR SM-STATUS = "D"
                            DISPLAY "REJECTED: STUDENT HAS LEFT ("
                                SM-STATUS ")"
                        ELSE
                            MOVE "Y" TO WS-ID-ANSWER
                        END-IF
                END-READ
                CLOSE STUDENT-MASTER
            ELSE
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
            END-IF
            IF WS-ID-ANSWER NOT = "Y"
                EXIT PARAGRAPH
            END-IF

      *     a pending set is replaced whole; a committed one stays
            MOVE "N" TO WS-REPLACING
            READ COURSE-REQUEST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CR-STATUS = "S"
                        DISPLAY "REJECTED: ALREADY SCHEDULED ON "
                            CR-SCHEDULED-DATE
                            " - CHANGE THROUGH ENROLLMENT-ENTRY"
                        EXIT PARAGRAPH
                    END-IF
                    DISPLAY "REQUESTS ALREADY ON FILE - REPLACE"
                        " THEM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER NOT = "Y"
                            AND WS-ID-ANSWER NOT = "y"
                        DISPLAY "ENTRY CANCELLED"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "Y" TO WS-REPLACING
            END-READ

            DISPLAY "ENTER GRADE LEVEL FOR THE TERM (2 DIGITS):"
            ACCEPT CR-GRADE-LEVEL

            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > 8
                MOVE SPACES TO CR-REQ-COURSE(WS-LINE-IDX)
                MOVE SPACES TO CR-ALT-COURSE(WS-LINE-IDX)
                MOVE SPACE TO CR-RESULT(WS-LINE-IDX)
                MOVE ZERO TO CR-PLACED-SECTION(WS-LINE-IDX)
            END-PERFORM

            MOVE ZERO TO WS-LINE-COUNT
            MOVE "N" TO WS-LINE-DONE
            PERFORM UNTIL WS-LINE-DONE = "Y"
                    OR WS-LINE-COUNT = 8
                PERFORM ACCEPT-ONE-REQUEST-LINE
            END-PERFORM
            IF WS-LINE-COUNT = ZERO
                DISPLAY "NO COURSES ENTERED - NOTHING SAVED"
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-OPERATOR-ID TO CR-ENTERED-BY
            MOVE WS-TODAY-TIMESTAMP(1:8) TO CR-ENTRY-DATE
            MOVE "P" TO CR-STATUS
            MOVE ZERO TO CR-SCHEDULED-DATE
            IF WS-REPLACING = "Y"
                REWRITE COURSE-REQUEST-RECORD
                DISPLAY "REQUESTS REPLACED: " WS-LINE-COUNT
                    " COURSES FOR " CR-STUDENT-ID
            ELSE
                WRITE COURSE-REQUEST-RECORD
                    INVALID KEY
                        DISPLAY "REJECTED: REQUESTS ALREADY ON FILE"
                    NOT INVALID KEY
                        DISPLAY "REQUESTS SAVED: " WS-LINE-COUNT
                            " COURSES FOR " CR-STUDENT-ID
                END-WRITE
            END-IF.

        ACCEPT-ONE-REQUEST-LINE.
            COMPUTE WS-LINE-IDX = WS-LINE-COUNT + 1
            DISPLAY "REQUEST " WS-LINE-IDX
                " - COURSE CODE (BLANK TO FINISH):"
            MOVE SPACES TO WS-CHECK-COURSE
            ACCEPT WS-CHECK-COURSE
            IF WS-CHECK-COURSE = SPACES
                MOVE "Y" TO WS-LINE-DONE
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-COURSE-ON-FILE
            IF WS-COURSE-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHECK-COURSE TO CR-REQ-COURSE(WS-LINE-IDX)

            DISPLAY "  ALTERNATE COURSE (BLANK FOR NONE):"
            MOVE SPACES TO WS-CHECK-COURSE
            ACCEPT WS-CHECK-COURSE
            IF WS-CHECK-COURSE NOT = SPACES
                PERFORM CHECK-COURSE-ON-FILE
                IF WS-COURSE-OK = "Y"
                    MOVE WS-CHECK-COURSE TO CR-ALT-COURSE(WS-LINE-IDX)
                ELSE
                    DISPLAY "  NO ALTERNATE KEPT FOR THIS LINE"
                END-IF
            END-IF
            ADD 1 TO WS-LINE-COUNT.

        CHECK-COURSE-ON-FILE.
            MOVE "N" TO WS-COURSE-OK
            OPEN INPUT COURSE-MASTER
            IF WS-COURSE-STATUS NOT = "00"
                DISPLAY "COURSE-MASTER NOT AVAILABLE - STATUS "
                    WS-COURSE-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHECK-COURSE TO CO-COURSE-CODE
            READ COURSE-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: COURSE CODE NOT ON FILE"
                NOT INVALID KEY
                    MOVE "Y" TO WS-COURSE-OK
            END-READ
            CLOSE COURSE-MASTER.

        LIST-REQUESTS.
            PERFORM ACCEPT-REQUEST-KEY
            READ COURSE-REQUEST
                INVALID KEY
                    DISPLAY "NO REQUESTS ON FILE FOR " CR-STUDENT-ID
                        " " CR-TERM
                    EXIT PARAGRAPH
            END-READ
            IF CR-STATUS = "S"
                DISPLAY "GRADE " CR-GRADE-LEVEL
                    "  SCHEDULED " CR-SCHEDULED-DATE
                    "  ENTERED BY " CR-ENTERED-BY
            ELSE
                DISPLAY "GRADE " CR-GRADE-LEVEL
                    "  PENDING  ENTERED BY " CR-ENTERED-BY
                    " ON " CR-ENTRY-DATE
            END-IF
            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > 8
                IF CR-REQ-COURSE(WS-LINE-IDX) NOT = SPACES
                    EVALUATE CR-RESULT(WS-LINE-IDX)
                        WHEN "R"
                            MOVE "PLACED" TO WS-RESULT-DISP
                        WHEN "A"
                            MOVE "ALTERNATE" TO WS-RESULT-DISP
                        WHEN "U"
                            MOVE "NOT PLACED" TO WS-RESULT-DISP
                        WHEN OTHER
                            MOVE SPACES TO WS-RESULT-DISP
                    END-EVALUATE
                    IF CR-RESULT(WS-LINE-IDX) = "R"
                            OR CR-RESULT(WS-LINE-IDX) = "A"
                        DISPLAY "  " WS-LINE-IDX " "
                            CR-REQ-COURSE(WS-LINE-IDX)
                            " ALT " CR-ALT-COURSE(WS-LINE-IDX)
                            "  " WS-RESULT-DISP " SEC "
                            CR-PLACED-SECTION(WS-LINE-IDX)
                    ELSE
                        DISPLAY "  " WS-LINE-IDX " "
                            CR-REQ-COURSE(WS-LINE-IDX)
                            " ALT " CR-ALT-COURSE(WS-LINE-IDX)
                            "  " WS-RESULT-DISP
                    END-IF
                END-IF
            END-PERFORM.

        DELETE-REQUESTS.
            PERFORM ACCEPT-REQUEST-KEY
            READ COURSE-REQUEST
                INVALID KEY
                    DISPLAY "REJECTED: NO REQUESTS ON FILE"
                NOT INVALID KEY
                    IF CR-STATUS = "S"
                        DISPLAY "REJECTED: ALREADY SCHEDULED - DROPS"
                            " GO THROUGH WITHDRAWAL-PROCESSING"
                    ELSE
                        DISPLAY "DELETE REQUESTS - CONFIRM (Y/N):"
                        ACCEPT WS-ID-ANSWER
                        IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                            DELETE COURSE-REQUEST RECORD
                            DISPLAY "REQUESTS DELETED"
                        ELSE
                            DISPLAY "DELETE CANCELLED"
                        END-IF
                    END-IF
            END-READ.

            END PROGRAM COURSE-REQUEST-ENTRY.

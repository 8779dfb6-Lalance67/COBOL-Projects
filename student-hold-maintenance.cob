      * STUDENT-HOLD-MAINTENANCE - the registrar's screen over the
      * STUDENT-HOLD file. An office places a hold by type (the
      * type says which office owns it and what it blocks - see
      * HOLD-TYPE-TABLE.cpy), releases it when the student has
      * cleared it, and lists what one student is held on. The
      * bursar's, library's and nurse's holds come and go on their
      * own through TUITION-BILLING, TEXTBOOK-TRACKING and
      * HEALTH-COMPLIANCE, but any of them can be keyed here too.
      * The holds report prints every active hold grouped by the
      * owning office to STUDENT-HOLD-RPT.DAT, so each office can
      * work down its own list.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STUDENT-HOLD-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-HOLD-FILE ASSIGN TO "STUDENT-HOLD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT HOLD-RPT ASSIGN TO "STUDENT-HOLD-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT HOLD-WORK ASSIGN TO "HOLD-WORK.TMP".

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-HOLD-FILE.
            COPY "STUDENT-HOLD-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  HOLD-RPT.
        01  HOLD-RPT-LINE            PIC X(80).

      * report order: office, then student, then hold type
        SD  HOLD-WORK.
        01  HOLD-WORK-RECORD.
            05  HW-OFFICE            PIC X(10).
            05  HW-STUDENT-ID        PIC X(6).
            05  HW-HOLD-TYPE         PIC X(4).
            05  HW-REASON            PIC X(30).
            05  HW-PLACED-DATE       PIC 9(8).
            05  HW-PLACED-BY         PIC X(10).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-HOLD-STATUS        PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-ASK-STUDENT        PIC X(6).
        01 WS-ASK-TYPE           PIC X(4).
        01 WS-ASK-REASON         PIC X(30).
        01 WS-ASK-OFFICE         PIC X(10).
        01 WS-TYPE-IDX           PIC 9(2).
        01 WS-FOUND              PIC X.
        01 WS-BLOCK-TEXT         PIC X(40).
        01 WS-BLOCK-PTR          PIC 9(2).
        01 WS-LIST-COUNT         PIC 9(3).
        01 WS-STATUS-TEXT        PIC X(8).

      * holds report control break
        01 WS-LAST-OFFICE        PIC X(10).
        01 WS-OFFICE-COUNT       PIC 9(4).
        01 WS-REPORT-COUNT       PIC 9(5).
        01 WS-COUNT-DISP         PIC ZZZZ9.

        COPY "HOLD-TYPE-TABLE.cpy".

      * place and release go through the shared service, the same
      * way the billing, library and nurse programs do
        COPY "STUDENT-HOLD-PARAMS.cpy".

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

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== STUDENT HOLDS ====="
                DISPLAY "[1] PLACE A HOLD"
                DISPLAY "[2] RELEASE A HOLD"
                DISPLAY "[3] LIST A STUDENT'S HOLDS"
                DISPLAY "[4] HOLDS REPORT BY OFFICE"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM PLACE-A-HOLD
                    WHEN 2
                        PERFORM RELEASE-A-HOLD
                    WHEN 3
                        PERFORM LIST-STUDENT-HOLDS
                    WHEN 4
                        PERFORM HOLDS-BY-OFFICE
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        CHECK-STUDENT-ON-FILE.
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                MOVE "N" TO WS-ID-ANSWER
            ELSE
                MOVE WS-ASK-STUDENT TO SM-STUDENT-ID
                READ STUDENT-MASTER
                    INVALID KEY
                        DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                        MOVE "N" TO WS-ID-ANSWER
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ID-ANSWER
                END-READ
                CLOSE STUDENT-MASTER
            END-IF.

        SHOW-HOLD-TYPES.
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > HOLD-TYPE-COUNT
                PERFORM DESCRIBE-BLOCKS
                DISPLAY "  " HT-TYPE(WS-TYPE-IDX) " "
                    HT-OFFICE(WS-TYPE-IDX) " "
                    HT-DESCRIPTION(WS-TYPE-IDX)
                DISPLAY "       BLOCKS " WS-BLOCK-TEXT
            END-PERFORM.

        DESCRIBE-BLOCKS.
      *     spell out HT-BLOCKS for the type at WS-TYPE-IDX
            MOVE SPACES TO WS-BLOCK-TEXT
            MOVE 1 TO WS-BLOCK-PTR
            IF HT-BLOCKS(WS-TYPE-IDX)(1:1) = "T"
                STRING "TRANSCRIPT " DELIMITED BY SIZE
                    INTO WS-BLOCK-TEXT WITH POINTER WS-BLOCK-PTR
            END-IF
            IF HT-BLOCKS(WS-TYPE-IDX)(2:1) = "C"
                STRING "REPORT-CARD " DELIMITED BY SIZE
                    INTO WS-BLOCK-TEXT WITH POINTER WS-BLOCK-PTR
            END-IF
            IF HT-BLOCKS(WS-TYPE-IDX)(3:1) = "E"
                STRING "ENROLLMENT " DELIMITED BY SIZE
                    INTO WS-BLOCK-TEXT WITH POINTER WS-BLOCK-PTR
            END-IF
            IF HT-BLOCKS(WS-TYPE-IDX)(4:1) = "G"
                STRING "GRADUATION" DELIMITED BY SIZE
                    INTO WS-BLOCK-TEXT WITH POINTER WS-BLOCK-PTR
            END-IF.

        FIND-TYPE-ON-TABLE.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > HOLD-TYPE-COUNT
                IF HT-TYPE(WS-TYPE-IDX) = WS-ASK-TYPE
                    MOVE "Y" TO WS-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        PLACE-A-HOLD.
            DISPLAY "STUDENT ID (6 CHARS):"
            ACCEPT WS-ASK-STUDENT
            PERFORM CHECK-STUDENT-ON-FILE
            IF WS-ID-ANSWER NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            PERFORM SHOW-HOLD-TYPES
            DISPLAY "HOLD TYPE (4 CHARS):"
            ACCEPT WS-ASK-TYPE
            PERFORM FIND-TYPE-ON-TABLE
            IF WS-FOUND NOT = "Y"
                DISPLAY "REJECTED: HOLD TYPE NOT ON THE TABLE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "REASON (BLANK = "
                HT-DESCRIPTION(WS-TYPE-IDX) "):"
            ACCEPT WS-ASK-REASON

            MOVE "P" TO SHP-FUNCTION
            MOVE WS-ASK-STUDENT TO SHP-STUDENT-ID
            MOVE WS-ASK-TYPE TO SHP-HOLD-TYPE
            MOVE WS-ASK-REASON TO SHP-REASON
            MOVE WS-OPERATOR-ID TO SHP-OPERATOR
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "HOLD PLACED: " WS-ASK-STUDENT " "
                    WS-ASK-TYPE " FOR " SHP-OFFICE
            ELSE
                DISPLAY "HOLD NOT PLACED"
            END-IF.

        RELEASE-A-HOLD.
            DISPLAY "STUDENT ID (6 CHARS):"
            ACCEPT WS-ASK-STUDENT
            DISPLAY "HOLD TYPE (4 CHARS):"
            ACCEPT WS-ASK-TYPE

            MOVE "R" TO SHP-FUNCTION
            MOVE WS-ASK-STUDENT TO SHP-STUDENT-ID
            MOVE WS-ASK-TYPE TO SHP-HOLD-TYPE
            MOVE WS-OPERATOR-ID TO SHP-OPERATOR
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "HOLD RELEASED: " WS-ASK-STUDENT " "
                    WS-ASK-TYPE
            ELSE
                DISPLAY "NO ACTIVE " WS-ASK-TYPE " HOLD FOR "
                    WS-ASK-STUDENT
            END-IF.

        LIST-STUDENT-HOLDS.
            DISPLAY "STUDENT ID (6 CHARS):"
            ACCEPT WS-ASK-STUDENT
            MOVE ZERO TO WS-LIST-COUNT
            OPEN INPUT STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS NOT = "00"
                DISPLAY "NO HOLDS ON FILE"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ASK-STUDENT TO HD-STUDENT-ID
            MOVE LOW-VALUES TO HD-HOLD-TYPE
            START STUDENT-HOLD-FILE KEY >= HD-HOLD-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF HD-STUDENT-ID NOT = WS-ASK-STUDENT
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM LIST-ONE-HOLD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-HOLD-FILE
            DISPLAY "HOLDS LISTED: " WS-LIST-COUNT.

        LIST-ONE-HOLD.
            ADD 1 TO WS-LIST-COUNT
            IF HD-STATUS = "A"
                MOVE "ACTIVE" TO WS-STATUS-TEXT
            ELSE
                MOVE "RELEASED" TO WS-STATUS-TEXT
            END-IF
            DISPLAY HD-HOLD-TYPE " " HD-OFFICE " " WS-STATUS-TEXT
                " " HD-REASON
            DISPLAY "     PLACED " HD-PLACED-DATE " BY "
                HD-PLACED-BY
            IF HD-STATUS NOT = "A"
                DISPLAY "     RELEASED " HD-RELEASE-DATE " BY "
                    HD-RELEASED-BY
            END-IF
            MOVE HD-HOLD-TYPE TO WS-ASK-TYPE
            PERFORM FIND-TYPE-ON-TABLE
            IF WS-FOUND = "Y"
                PERFORM DESCRIBE-BLOCKS
                DISPLAY "     BLOCKS " WS-BLOCK-TEXT
            END-IF.

        HOLDS-BY-OFFICE.
            DISPLAY "OFFICE (BLANK = ALL OFFICES):"
            ACCEPT WS-ASK-OFFICE
            MOVE ZERO TO WS-REPORT-COUNT

            OPEN OUTPUT HOLD-RPT
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "ACTIVE STUDENT HOLDS BY OFFICE - RUN DATE: "
                   WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE

            MOVE "N" TO WS-SORT-EOF
            SORT HOLD-WORK
                ON ASCENDING KEY HW-OFFICE
                   ASCENDING KEY HW-STUDENT-ID
                   ASCENDING KEY HW-HOLD-TYPE
                INPUT PROCEDURE IS RELEASE-ACTIVE-HOLDS
                OUTPUT PROCEDURE IS WRITE-OFFICE-LISTS

            MOVE WS-REPORT-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "TOTAL ACTIVE HOLDS: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE
            CLOSE HOLD-RPT
            DISPLAY "HOLDS REPORT WRITTEN TO STUDENT-HOLD-RPT.DAT - "
                "ACTIVE HOLDS: " WS-COUNT-DISP.

        RELEASE-ACTIVE-HOLDS.
            OPEN INPUT STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF HD-STATUS = "A"
                                AND (WS-ASK-OFFICE = SPACES
                                  OR HD-OFFICE = WS-ASK-OFFICE)
                            MOVE HD-OFFICE TO HW-OFFICE
                            MOVE HD-STUDENT-ID TO HW-STUDENT-ID
                            MOVE HD-HOLD-TYPE TO HW-HOLD-TYPE
                            MOVE HD-REASON TO HW-REASON
                            MOVE HD-PLACED-DATE TO HW-PLACED-DATE
                            MOVE HD-PLACED-BY TO HW-PLACED-BY
                            RELEASE HOLD-WORK-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-HOLD-FILE.

        WRITE-OFFICE-LISTS.
            MOVE SPACES TO WS-LAST-OFFICE
            MOVE ZERO TO WS-OFFICE-COUNT
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN HOLD-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        IF HW-OFFICE NOT = WS-LAST-OFFICE
                            PERFORM WRITE-OFFICE-TOTAL
                            PERFORM WRITE-OFFICE-HEADING
                        END-IF
                        PERFORM WRITE-HOLD-LINE
                END-RETURN
            END-PERFORM
            PERFORM WRITE-OFFICE-TOTAL.

        WRITE-OFFICE-HEADING.
            MOVE HW-OFFICE TO WS-LAST-OFFICE
            MOVE ZERO TO WS-OFFICE-COUNT
            MOVE SPACES TO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "OFFICE " HW-OFFICE
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "  STUDENT TYPE REASON                        "
                   " PLACED   BY"
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE.

        WRITE-OFFICE-TOTAL.
            IF WS-OFFICE-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OFFICE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "  HOLDS FOR " WS-LAST-OFFICE ": " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE.

        WRITE-HOLD-LINE.
            ADD 1 TO WS-OFFICE-COUNT
            ADD 1 TO WS-REPORT-COUNT
            MOVE SPACES TO HOLD-RPT-LINE
            STRING "  " HW-STUDENT-ID "  " HW-HOLD-TYPE " "
                   HW-REASON " " HW-PLACED-DATE " " HW-PLACED-BY
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
            WRITE HOLD-RPT-LINE.

        END PROGRAM STUDENT-HOLD-MAINTENANCE.

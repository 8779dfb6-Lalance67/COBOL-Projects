      * interactive ADD/CHANGE/DELETE/INQUIRE maintenance screen for
      * ROOM-MASTER, patterned on COURSE-MAINTENANCE - the building,
      * seat count, room type and accessibility of every room a
      * section can meet in. SECTION-MAINTENANCE refuses a room that
      * is not on this file and a section capacity above the room's
      * seats, and a room still named on a COURSE-SECTION cannot be
      * deleted out from under it. The room's badge reader id is
      * kept here too, for BADGE-SCAN-INTAKE.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROOM-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ROOM-MASTER ASSIGN TO "ROOM-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ROOM-MASTER.
            COPY "ROOM-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-DETAIL-OK          PIC X.
        01 WS-SECTIONS-USING     PIC 9(4).
        01 WS-TYPE-TEXT          PIC X(10).

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
            PERFORM OPEN-ROOM-MASTER

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== ROOM-MASTER MAINTENANCE ====="
                DISPLAY "[1] ADD"
                DISPLAY "[2] CHANGE"
                DISPLAY "[3] DELETE"
                DISPLAY "[4] INQUIRE"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-ROOM
                    WHEN 2
                        PERFORM CHANGE-ROOM
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-ROOM
                        END-IF
                    WHEN 4
                        PERFORM INQUIRE-ROOM
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE ROOM-MASTER
            STOP RUN.

        OPEN-ROOM-MASTER.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O ROOM-MASTER
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT ROOM-MASTER
                CLOSE ROOM-MASTER
                OPEN I-O ROOM-MASTER
            END-IF.

        ACCEPT-ROOM-DETAIL.
            MOVE "Y" TO WS-DETAIL-OK
            DISPLAY "ENTER BUILDING (10 CHARS):"
            ACCEPT RM-BUILDING
            DISPLAY "ENTER SEAT COUNT (3 DIGITS):"
            ACCEPT RM-SEATS
            DISPLAY "ENTER ROOM TYPE - [C] CLASSROOM [L] LAB [G] GYM"
                " [A] AUDITORIUM [S] STUDIO/SHOP:"
            ACCEPT RM-ROOM-TYPE
            DISPLAY "WHEELCHAIR ACCESSIBLE (Y/N):"
            ACCEPT RM-ACCESSIBLE
            DISPLAY "BADGE READER ID (6 CHARS, BLANK IF NONE):"
            ACCEPT RM-READER-ID

            IF RM-SEATS = ZERO
                DISPLAY "REJECTED: SEAT COUNT MUST BE ABOVE ZERO"
                MOVE "N" TO WS-DETAIL-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM DESCRIBE-ROOM-TYPE
            IF WS-TYPE-TEXT = SPACES
                DISPLAY "REJECTED: ROOM TYPE MUST BE C, L, G, A OR S"
                MOVE "N" TO WS-DETAIL-OK
                EXIT PARAGRAPH
            END-IF
            IF RM-ACCESSIBLE = "y"
                MOVE "Y" TO RM-ACCESSIBLE
            END-IF
            IF RM-ACCESSIBLE NOT = "Y"
                MOVE "N" TO RM-ACCESSIBLE
            END-IF.

        DESCRIBE-ROOM-TYPE.
            EVALUATE RM-ROOM-TYPE
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
            END-EVALUATE.

        ADD-ROOM.
            DISPLAY "ENTER ROOM CODE (5 CHARS):"
            ACCEPT RM-ROOM-CODE
            IF RM-ROOM-CODE = SPACES
                DISPLAY "REJECTED: ROOM CODE REQUIRED"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-ROOM-DETAIL
            IF WS-DETAIL-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            WRITE ROOM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: ROOM CODE ALREADY EXISTS"
                NOT INVALID KEY
                    DISPLAY "ROOM ADDED: " RM-ROOM-CODE
            END-WRITE.

        CHANGE-ROOM.
            DISPLAY "ENTER ROOM CODE TO CHANGE:"
            ACCEPT RM-ROOM-CODE

            READ ROOM-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: ROOM CODE NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            PERFORM DESCRIBE-ROOM-TYPE
            DISPLAY "CURRENT: BUILDING " RM-BUILDING
                " SEATS " RM-SEATS " " WS-TYPE-TEXT
                " ACCESSIBLE " RM-ACCESSIBLE
                " READER " RM-READER-ID
            PERFORM ACCEPT-ROOM-DETAIL
            IF WS-DETAIL-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
      *     a smaller room leaves bigger sections behind - the
      *     registrar is told which ones to move or cut
            PERFORM COUNT-SECTIONS-USING
            REWRITE ROOM-MASTER-RECORD
            DISPLAY "ROOM UPDATED: " RM-ROOM-CODE.

        DELETE-ROOM.
            DISPLAY "ENTER ROOM CODE TO DELETE:"
            ACCEPT RM-ROOM-CODE

            READ ROOM-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: ROOM CODE NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            PERFORM COUNT-SECTIONS-USING
            IF WS-SECTIONS-USING > ZERO
                DISPLAY "REJECTED: " WS-SECTIONS-USING
                    " SECTIONS STILL MEET IN " RM-ROOM-CODE
                EXIT PARAGRAPH
            END-IF
            DISPLAY "DELETE " RM-ROOM-CODE " - " RM-BUILDING
                " - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                DELETE ROOM-MASTER RECORD
                DISPLAY "ROOM DELETED: " RM-ROOM-CODE
            ELSE
                DISPLAY "DELETE CANCELLED"
            END-IF.

        COUNT-SECTIONS-USING.
      *     every section, any term, that names the room - listing
      *     any whose capacity is now over the room's seats
            MOVE ZERO TO WS-SECTIONS-USING
            OPEN INPUT COURSE-SECTION
            IF WS-SECTION-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ COURSE-SECTION NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CS-ROOM = RM-ROOM-CODE
                            ADD 1 TO WS-SECTIONS-USING
                            IF CS-CAPACITY > RM-SEATS
                                DISPLAY "  OVER THE ROOM: "
                                    CS-COURSE-CODE " " CS-TERM
                                    " SEC " CS-SECTION-NO " CAP "
                                    CS-CAPACITY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COURSE-SECTION.

        INQUIRE-ROOM.
            DISPLAY "ENTER ROOM CODE TO INQUIRE:"
            ACCEPT RM-ROOM-CODE

            READ ROOM-MASTER
                INVALID KEY
                    DISPLAY "ROOM CODE NOT FOUND"
                NOT INVALID KEY
                    PERFORM DESCRIBE-ROOM-TYPE
                    DISPLAY "ROOM: " RM-ROOM-CODE
                    DISPLAY "BUILDING: " RM-BUILDING
                    DISPLAY "SEATS: " RM-SEATS
                    DISPLAY "TYPE: " WS-TYPE-TEXT
                    DISPLAY "ACCESSIBLE: " RM-ACCESSIBLE
                    DISPLAY "BADGE READER: " RM-READER-ID
                    PERFORM COUNT-SECTIONS-USING
                    DISPLAY "SECTIONS ON FILE IN THIS ROOM: "
                        WS-SECTIONS-USING
            END-READ.

            END PROGRAM ROOM-MAINTENANCE.

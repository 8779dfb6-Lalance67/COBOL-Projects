      * COURSE-SECTION file, patterned on COURSE-MAINTENANCE - the
      * meeting days, period, room, and seat count under each
      * catalog course, per term. ENROLLMENT-ENTRY enrolls into
      * these and checks conflicts and capacity against them. The
      * room has to be on ROOM-MASTER (see room-maintenance.cob) and
      * the seat capacity cannot be more than the room seats; a
      * blank room is a section not yet given one.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SECTION-MAINTENANCE.

                RECORD KEY IS CO-COURSE-CODE
                FILE STATUS IS WS-COURSE-STATUS.

            SELECT ROOM-MASTER ASSIGN TO "ROOM-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RM-ROOM-CODE
                FILE STATUS IS WS-ROOM-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  COURSE-SECTION.
        FD  COURSE-MASTER.
            COPY "COURSE-RECORD.cpy".

        FD  ROOM-MASTER.
            COPY "ROOM-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 WS-ROOM-STATUS        PIC XX.
        01 WS-DETAIL-OK          PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
            DISPLAY "ENTER SEAT CAPACITY (3 DIGITS):"
            ACCEPT CS-CAPACITY
            DISPLAY "ENTER INSTRUCTOR ID (6 CHARS, OR BLANK):"
            ACCEPT CS-INSTRUCTOR
            PERFORM CHECK-ROOM.

        CHECK-ROOM.
      *     same "if the master is there, it rules" stance as the
      *     catalog check in ADD-SECTION
            MOVE "Y" TO WS-DETAIL-OK
            IF CS-ROOM = SPACES
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ROOM-MASTER
            IF WS-ROOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE CS-ROOM TO RM-ROOM-CODE
            READ ROOM-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: ROOM " CS-ROOM
                        " NOT ON ROOM-MASTER"
                    MOVE "N" TO WS-DETAIL-OK
                NOT INVALID KEY
                    IF CS-CAPACITY > RM-SEATS
                        DISPLAY "REJECTED: CAPACITY " CS-CAPACITY
                            " IS MORE THAN THE " RM-SEATS
                            " SEATS IN " CS-ROOM
                        MOVE "N" TO WS-DETAIL-OK
                    END-IF
            END-READ
            CLOSE ROOM-MASTER.

        ADD-SECTION.
            PERFORM ACCEPT-SECTION-KEY
            END-IF

            PERFORM ACCEPT-SECTION-DETAIL
            IF WS-DETAIL-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO CS-ENROLLED

            WRITE COURSE-SECTION-RECORD
                        " CAP " CS-CAPACITY
                        " ENROLLED " CS-ENROLLED
                    PERFORM ACCEPT-SECTION-DETAIL
                    IF WS-DETAIL-OK = "Y"
                        REWRITE COURSE-SECTION-RECORD
                        DISPLAY "SECTION UPDATED"
                    ELSE
                        DISPLAY "SECTION NOT CHANGED"
                    END-IF
            END-READ.

        DELETE-SECTION.

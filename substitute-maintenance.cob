      * interactive ADD/CHANGE/DELETE/INQUIRE maintenance screen for
      * the SUBSTITUTE-POOL file, patterned on INSTRUCTOR-MAINTENANCE
      * - the outside substitutes the office calls when no
      * instructor is free to cover. COVERAGE-ASSIGNMENT offers the
      * active ones, and COVERAGE-MONTHLY-REPORT counts their
      * periods for payroll. A substitute with coverage on file is
      * taken off call (inactive) rather than deleted, so the month's
      * report still has a name for them.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUBSTITUTE-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUBSTITUTE-POOL ASSIGN TO "SUBSTITUTE-POOL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-SUB-ID
                FILE STATUS IS WS-FILE-STATUS.

            SELECT COVERAGE-ASSIGNMENT
                ASSIGN TO "COVERAGE-ASSIGNMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CV-COVERAGE-KEY
                FILE STATUS IS WS-COVER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SUBSTITUTE-POOL.
            COPY "SUBSTITUTE-RECORD.cpy".

        FD  COVERAGE-ASSIGNMENT.
            COPY "COVERAGE-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-COVER-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-COVER-COUNT        PIC 9(4).

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
            PERFORM OPEN-SUBSTITUTE-POOL

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== SUBSTITUTE POOL MAINTENANCE ====="
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
                        PERFORM ADD-SUBSTITUTE
                    WHEN 2
                        PERFORM CHANGE-SUBSTITUTE
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-SUBSTITUTE
                        END-IF
                    WHEN 4
                        PERFORM INQUIRE-SUBSTITUTE
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE SUBSTITUTE-POOL
            STOP RUN.

        OPEN-SUBSTITUTE-POOL.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O SUBSTITUTE-POOL
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT SUBSTITUTE-POOL
                CLOSE SUBSTITUTE-POOL
                OPEN I-O SUBSTITUTE-POOL
            END-IF.

        ACCEPT-SUBSTITUTE-DETAIL.
            DISPLAY "ENTER FIRST NAME (12 CHARS):"
            ACCEPT FIRST-NAME
            DISPLAY "ENTER LAST NAME (9 CHARS):"
            ACCEPT LAST-NAME
            DISPLAY "ENTER SUFFIX (4 CHARS, OR BLANK):"
            ACCEPT SUFFIX
            DISPLAY "ENTER DEPARTMENT (10 CHARS, BLANK FOR ANY):"
            ACCEPT SB-DEPARTMENT
            DISPLAY "ENTER PHONE (12 CHARS):"
            ACCEPT SB-PHONE
            DISPLAY "ON CALL (Y/N):"
            ACCEPT SB-ACTIVE
            IF SB-ACTIVE = "y"
                MOVE "Y" TO SB-ACTIVE
            END-IF
            IF SB-ACTIVE NOT = "Y"
                MOVE "N" TO SB-ACTIVE
            END-IF.

        ADD-SUBSTITUTE.
            DISPLAY "ENTER SUBSTITUTE ID (6 CHARS):"
            ACCEPT SB-SUB-ID
            IF SB-SUB-ID = SPACES
                DISPLAY "REJECTED: SUBSTITUTE ID REQUIRED"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-SUBSTITUTE-DETAIL

            WRITE SUBSTITUTE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: SUBSTITUTE ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "SUBSTITUTE ADDED: " SB-SUB-ID
            END-WRITE.

        CHANGE-SUBSTITUTE.
            DISPLAY "ENTER SUBSTITUTE ID TO CHANGE:"
            ACCEPT SB-SUB-ID

            READ SUBSTITUTE-POOL
                INVALID KEY
                    DISPLAY "REJECTED: SUBSTITUTE NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "CURRENT NAME: " PERSON-NAME
                        " DEPT: " SB-DEPARTMENT
                        " ON CALL: " SB-ACTIVE
                    PERFORM ACCEPT-SUBSTITUTE-DETAIL
                    REWRITE SUBSTITUTE-RECORD
                    DISPLAY "SUBSTITUTE UPDATED: " SB-SUB-ID
            END-READ.

        DELETE-SUBSTITUTE.
            DISPLAY "ENTER SUBSTITUTE ID TO DELETE:"
            ACCEPT SB-SUB-ID

            READ SUBSTITUTE-POOL
                INVALID KEY
                    DISPLAY "REJECTED: SUBSTITUTE NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            PERFORM COUNT-COVERAGE
            IF WS-COVER-COUNT > ZERO
                DISPLAY "REJECTED: " WS-COVER-COUNT
                    " COVERAGE ASSIGNMENT(S) ON FILE - TAKE THE"
                    " SUBSTITUTE OFF CALL INSTEAD"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "DELETE " SB-SUB-ID " - " PERSON-NAME
                " - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                DELETE SUBSTITUTE-POOL RECORD
                DISPLAY "SUBSTITUTE DELETED: " SB-SUB-ID
            ELSE
                DISPLAY "DELETE CANCELLED"
            END-IF.

        COUNT-COVERAGE.
      *     every coverage on file the substitute took
            MOVE ZERO TO WS-COVER-COUNT
            OPEN INPUT COVERAGE-ASSIGNMENT
            IF WS-COVER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ COVERAGE-ASSIGNMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CV-COVER-TYPE = "S"
                            AND CV-COVER-ID = SB-SUB-ID
                            ADD 1 TO WS-COVER-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COVERAGE-ASSIGNMENT.

        INQUIRE-SUBSTITUTE.
            DISPLAY "ENTER SUBSTITUTE ID TO INQUIRE:"
            ACCEPT SB-SUB-ID

            READ SUBSTITUTE-POOL
                INVALID KEY
                    DISPLAY "SUBSTITUTE NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "ID: " SB-SUB-ID
                    DISPLAY "NAME: " PERSON-NAME
                    DISPLAY "DEPARTMENT: " SB-DEPARTMENT
                    DISPLAY "PHONE: " SB-PHONE
                    DISPLAY "ON CALL: " SB-ACTIVE
                    PERFORM COUNT-COVERAGE
                    DISPLAY "COVERAGE ASSIGNMENTS ON FILE: "
                        WS-COVER-COUNT
            END-READ.

            END PROGRAM SUBSTITUTE-MAINTENANCE.

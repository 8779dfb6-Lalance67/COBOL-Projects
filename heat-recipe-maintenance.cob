      * interactive maintenance screen for the heat-treat recipe
      * master, HEAT-RECIPE.DAT - for each part, the fastest ramp
      * allowed, the soak band, the shortest soak that counts and
      * the longest it may be held at temperature. HEAT-TREAT-VERIFY
      * judges every furnace window against these figures and holds
      * any lot that fails; once quality has dispositioned the lot
      * through its NCR, the hold is released here (level 5 only)
      * so SERIAL-TRACKING will ship it again.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HEAT-RECIPE-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HEAT-RECIPE ASSIGN TO "HEAT-RECIPE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HR-PART-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-PARTS-STATUS.

            SELECT LOT-HEAT-RESULT ASSIGN TO "LOT-HEAT-RESULT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-WINDOW-KEY
                FILE STATUS IS WS-RESULT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  HEAT-RECIPE.
            COPY "HEAT-RECIPE-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  LOT-HEAT-RESULT.
            COPY "LOT-HEAT-RESULT-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-PARTS-STATUS       PIC XX.
        01 WS-RESULT-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-RECIPE-VALID       PIC X.
        01 WS-PART-ENTRY         PIC X(6).
        01 WS-LOT-ENTRY          PIC 9(6).
        01 WS-HELD-COUNT         PIC 9(3).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-KELVIN-DISP        PIC ZZZ9.99.
        01 WS-KELVIN-DISP-2      PIC ZZZ9.99.
        01 WS-RAMP-DISP          PIC ZZ9.99.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes and hold releases level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
        78 RELEASE-AUTH-LEVEL    VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

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
            PERFORM OPEN-HEAT-RECIPE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== HEAT-TREAT RECIPES ====="
                DISPLAY "[1] ADD A RECIPE"
                DISPLAY "[2] CHANGE A RECIPE"
                DISPLAY "[3] DELETE A RECIPE"
                DISPLAY "[4] SHOW A RECIPE"
                DISPLAY "[5] RELEASE A LOT HEAT-TREAT HOLD"
                DISPLAY "[6] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-RECIPE
                    WHEN 2
                        PERFORM CHANGE-RECIPE
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-RECIPE
                        END-IF
                    WHEN 4
                        PERFORM SHOW-RECIPE
                    WHEN 5
                        IF WS-AUTH-LEVEL < RELEASE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - RELEASE NEEDS"
                                " LEVEL " RELEASE-AUTH-LEVEL
                        ELSE
                            PERFORM RELEASE-LOT-HOLD
                        END-IF
                    WHEN 6
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE HEAT-RECIPE
            STOP RUN.

        OPEN-HEAT-RECIPE.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after
            OPEN I-O HEAT-RECIPE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT HEAT-RECIPE
                CLOSE HEAT-RECIPE
                OPEN I-O HEAT-RECIPE
            END-IF.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        ADD-RECIPE.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            PERFORM LOOKUP-PART
            IF WS-PARTS-STATUS NOT = "00"
                DISPLAY "REJECTED: PART " WS-PART-ENTRY
                    " NOT ON PARTS-MASTER"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-PART-ENTRY TO HR-PART-CODE
            READ HEAT-RECIPE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: RECIPE ALREADY ON FILE FOR "
                        WS-PART-ENTRY " - USE CHANGE"
                    EXIT PARAGRAPH
            END-READ

            MOVE WS-PART-ENTRY TO HR-PART-CODE
            PERFORM ACCEPT-RECIPE-FIGURES
            IF WS-RECIPE-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            WRITE HEAT-RECIPE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: RECIPE ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "RECIPE ADDED FOR " HR-PART-CODE
            END-WRITE.

        CHANGE-RECIPE.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            MOVE WS-PART-ENTRY TO HR-PART-CODE
            READ HEAT-RECIPE
                INVALID KEY
                    DISPLAY "REJECTED: NO RECIPE ON FILE FOR "
                        WS-PART-ENTRY
                    EXIT PARAGRAPH
            END-READ
            PERFORM DISPLAY-RECIPE
            DISPLAY "ENTER THE NEW FIGURES"
            PERFORM ACCEPT-RECIPE-FIGURES
            IF WS-RECIPE-VALID = "N"
                EXIT PARAGRAPH
            END-IF
      *     windows already verified keep the recipe they were
      *     judged against on LOT-HEAT-RESULT - only later runs see
      *     the change
            REWRITE HEAT-RECIPE-RECORD
            DISPLAY "RECIPE CHANGED FOR " HR-PART-CODE.

        ACCEPT-RECIPE-FIGURES.
            MOVE "N" TO WS-RECIPE-VALID
            DISPLAY "ENTER DESCRIPTION (20 CHARS):"
            ACCEPT HR-DESCRIPTION
            DISPLAY "ENTER RAMP LIMIT, KELVIN PER MINUTE (999.99,"
                " 0 = NO LIMIT):"
            ACCEPT HR-RAMP-LIMIT
            DISPLAY "ENTER SOAK BAND LOW, KELVIN (9999.99):"
            ACCEPT HR-SOAK-LOW-K
            DISPLAY "ENTER SOAK BAND HIGH, KELVIN (9999.99):"
            ACCEPT HR-SOAK-HIGH-K
            IF HR-SOAK-LOW-K = ZERO
                    OR HR-SOAK-HIGH-K NOT > HR-SOAK-LOW-K
                DISPLAY "REJECTED: SOAK BAND HIGH MUST BE ABOVE A"
                    " NON-ZERO LOW"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER MINIMUM SOAK MINUTES (4 DIGITS):"
            ACCEPT HR-MIN-SOAK-MIN
            IF HR-MIN-SOAK-MIN = ZERO
                DISPLAY "REJECTED: MINIMUM SOAK MUST BE AT LEAST"
                    " ONE MINUTE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER MAXIMUM HOLD MINUTES (4 DIGITS,"
                " 0 = NO LIMIT):"
            ACCEPT HR-MAX-HOLD-MIN
            IF HR-MAX-HOLD-MIN NOT = ZERO
                    AND HR-MAX-HOLD-MIN < HR-MIN-SOAK-MIN
                DISPLAY "REJECTED: MAXIMUM HOLD IS SHORTER THAN THE"
                    " MINIMUM SOAK"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-RECIPE-VALID.

        DELETE-RECIPE.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            MOVE WS-PART-ENTRY TO HR-PART-CODE
            READ HEAT-RECIPE
                INVALID KEY
                    DISPLAY "REJECTED: NO RECIPE ON FILE FOR "
                        WS-PART-ENTRY
                NOT INVALID KEY
                    PERFORM DISPLAY-RECIPE
                    DISPLAY "DELETE THIS RECIPE - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE HEAT-RECIPE RECORD
                        DISPLAY "RECIPE DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        SHOW-RECIPE.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            MOVE WS-PART-ENTRY TO HR-PART-CODE
            READ HEAT-RECIPE
                INVALID KEY
                    DISPLAY "NO RECIPE ON FILE FOR " WS-PART-ENTRY
                NOT INVALID KEY
                    PERFORM DISPLAY-RECIPE
            END-READ.

        DISPLAY-RECIPE.
            MOVE HR-SOAK-LOW-K TO WS-KELVIN-DISP
            MOVE HR-SOAK-HIGH-K TO WS-KELVIN-DISP-2
            MOVE HR-RAMP-LIMIT TO WS-RAMP-DISP
            DISPLAY "PART: " HR-PART-CODE "  " HR-DESCRIPTION
            DISPLAY "RAMP LIMIT: " WS-RAMP-DISP " K/MIN"
            DISPLAY "SOAK BAND: " WS-KELVIN-DISP " - "
                WS-KELVIN-DISP-2 " K"
            DISPLAY "MINIMUM SOAK: " HR-MIN-SOAK-MIN " MIN"
                "  MAXIMUM HOLD: " HR-MAX-HOLD-MIN " MIN".

        LOOKUP-PART.
      *     WS-PARTS-STATUS comes back "00" only when WS-PART-ENTRY
      *     is on the parts master
            OPEN INPUT PARTS-MASTER
            IF WS-PARTS-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PART-ENTRY TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    MOVE "23" TO WS-PARTS-STATUS
            END-READ
            CLOSE PARTS-MASTER
            IF WS-PARTS-STATUS = "23"
                EXIT PARAGRAPH
            END-IF
            MOVE "00" TO WS-PARTS-STATUS.

        RELEASE-LOT-HOLD.
      *     the key leads with the lot, so START there and read
      *     forward until it changes, releasing every held window
            DISPLAY "ENTER LOT NUMBER (6 DIGITS):"
            ACCEPT WS-LOT-ENTRY
            OPEN I-O LOT-HEAT-RESULT
            IF WS-RESULT-STATUS NOT = "00"
                DISPLAY "NO HEAT-TREAT RESULTS ON FILE"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-HELD-COUNT
            MOVE WS-LOT-ENTRY TO LH-LOT-NUMBER
            MOVE LOW-VALUES TO LH-SENSOR-ID
            MOVE ZERO TO LH-RUN-DATE LH-START-ITEM
            START LOT-HEAT-RESULT KEY >= LH-WINDOW-KEY
                INVALID KEY
                    MOVE "23" TO WS-RESULT-STATUS
            END-START

            IF WS-RESULT-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ LOT-HEAT-RESULT NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF LH-LOT-NUMBER = WS-LOT-ENTRY
                                IF LH-HOLD-FLAG = "Y"
                                    PERFORM RELEASE-ONE-WINDOW
                                END-IF
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE LOT-HEAT-RESULT

            IF WS-HELD-COUNT = ZERO
                DISPLAY "LOT " WS-LOT-ENTRY
                    " IS NOT ON HEAT-TREAT HOLD"
            ELSE
                DISPLAY "LOT " WS-LOT-ENTRY " RELEASED - "
                    WS-HELD-COUNT " WINDOW(S)"
            END-IF.

        RELEASE-ONE-WINDOW.
            DISPLAY "HELD: SENSOR " LH-SENSOR-ID " RUN " LH-RUN-DATE
                " " LH-FAIL-REASON " NCR " LH-NCR-NO
            DISPLAY "RELEASE THIS WINDOW - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                MOVE "R" TO LH-HOLD-FLAG
                MOVE WS-OPERATOR-ID TO LH-RELEASED-BY
                MOVE WS-TODAY-DATE TO LH-RELEASE-DATE
                REWRITE LOT-HEAT-RESULT-RECORD
                ADD 1 TO WS-HELD-COUNT
            ELSE
                DISPLAY "WINDOW LEFT ON HOLD"
            END-IF.

            END PROGRAM HEAT-RECIPE-MAINTENANCE.

      * interactive ADD/CHANGE/DELETE/LIST maintenance screen for the
      * ROUTING file, patterned on BOM-MAINTENANCE - the steps a job
      * goes through on the floor, in order, each with its
      * LABOR-RATES operation, the EQUIPMENT-MASTER work center that
      * does it, and its standard minutes. A route is kept for a
      * stocked part, or for a line type (C, T or A) as the default
      * every line of that type takes. ROUTING-RELEASE copies the
      * route onto each order line as it is released.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROUTING-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ROUTING ASSIGN TO "ROUTING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-ROUTE-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT LABOR-RATES ASSIGN TO "LABOR-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-OPERATION-CODE
                FILE STATUS IS WS-LABRATE-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ROUTING.
            COPY "ROUTING-RECORD.cpy".

        FD  LABOR-RATES.
            COPY "LABOR-RATES-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-LABRATE-STATUS     PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-ROUTE-ENTRY        PIC X(6).
        01 WS-LISTED-COUNT       PIC 9(3).
        01 WS-STEP-VALID         PIC X.
        01 WS-ROUTE-MINUTES      PIC 9(6)V9.

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
            PERFORM OPEN-ROUTING

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== ROUTING MAINTENANCE ====="
                DISPLAY "[1] ADD STEP"
                DISPLAY "[2] CHANGE STEP"
                DISPLAY "[3] DELETE STEP"
                DISPLAY "[4] LIST A ROUTE"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-STEP
                    WHEN 2
                        PERFORM CHANGE-STEP
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-STEP
                        END-IF
                    WHEN 4
                        PERFORM LIST-ROUTE
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE ROUTING
            STOP RUN.

        OPEN-ROUTING.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as BOM-MAINTENANCE's OPEN-BOM
            OPEN I-O ROUTING
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT ROUTING
                CLOSE ROUTING
                OPEN I-O ROUTING
            END-IF.

        ACCEPT-ROUTE-KEY.
            DISPLAY "ENTER PART CODE (6 CHARS), OR C/T/A FOR A LINE"
                " TYPE'S DEFAULT ROUTE:"
            ACCEPT RT-ROUTE-ID
            DISPLAY "ENTER STEP NUMBER (2 DIGITS, E.G. 10):"
            ACCEPT RT-STEP-NO.

        ACCEPT-STEP-DETAIL.
      *     the operation must be one LABOR-RATES prices and the work
      *     center one EQUIPMENT-MASTER knows - a step nobody can
      *     cost or schedule is no use on the floor
            MOVE "N" TO WS-STEP-VALID
            DISPLAY "ENTER OPERATION CODE (3 CHARS):"
            ACCEPT RT-OPERATION-CODE
            DISPLAY "ENTER WORK CENTER EQUIPMENT CODE (4 CHARS):"
            ACCEPT RT-EQUIP-CODE
            DISPLAY "ENTER STANDARD MINUTES (E.G. 0012.5):"
            ACCEPT RT-STD-MINUTES

            OPEN INPUT LABOR-RATES
            IF WS-LABRATE-STATUS NOT = "00"
                DISPLAY "REJECTED: LABOR-RATES NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            MOVE RT-OPERATION-CODE TO LR-OPERATION-CODE
            READ LABOR-RATES
                INVALID KEY
                    DISPLAY "REJECTED: OPERATION " RT-OPERATION-CODE
                        " NOT ON LABOR-RATES"
                    CLOSE LABOR-RATES
                    EXIT PARAGRAPH
            END-READ
            CLOSE LABOR-RATES

            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "REJECTED: EQUIPMENT-MASTER NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            MOVE RT-EQUIP-CODE TO EQ-EQUIP-CODE
            READ EQUIPMENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: WORK CENTER " RT-EQUIP-CODE
                        " NOT ON EQUIPMENT-MASTER"
                    CLOSE EQUIPMENT-MASTER
                    EXIT PARAGRAPH
            END-READ
            CLOSE EQUIPMENT-MASTER
            MOVE "Y" TO WS-STEP-VALID.

        ADD-STEP.
            PERFORM ACCEPT-ROUTE-KEY
            PERFORM ACCEPT-STEP-DETAIL
            IF WS-STEP-VALID = "N"
                EXIT PARAGRAPH
            END-IF

            WRITE ROUTING-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: STEP ALREADY ON ROUTE"
                NOT INVALID KEY
                    DISPLAY "STEP " RT-STEP-NO " ADDED TO "
                        RT-ROUTE-ID
            END-WRITE.

        CHANGE-STEP.
            PERFORM ACCEPT-ROUTE-KEY

            READ ROUTING
                INVALID KEY
                    DISPLAY "REJECTED: STEP NOT ON ROUTE"
                NOT INVALID KEY
                    DISPLAY "CURRENT: " RT-OPERATION-CODE " AT "
                        RT-EQUIP-CODE " STANDARD " RT-STD-MINUTES
                    PERFORM ACCEPT-STEP-DETAIL
                    IF WS-STEP-VALID = "Y"
                        REWRITE ROUTING-RECORD
                        DISPLAY "ROUTE UPDATED"
                    END-IF
            END-READ.

        DELETE-STEP.
            PERFORM ACCEPT-ROUTE-KEY

            READ ROUTING
                INVALID KEY
                    DISPLAY "REJECTED: STEP NOT ON ROUTE"
                NOT INVALID KEY
                    DISPLAY "DELETE STEP " RT-STEP-NO " FROM "
                        RT-ROUTE-ID " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE ROUTING RECORD
                        DISPLAY "STEP DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        LIST-ROUTE.
      *     the key leads with the route, so START at the route and
      *     read forward until it changes
            DISPLAY "ENTER PART CODE OR LINE TYPE:"
            ACCEPT WS-ROUTE-ENTRY

            MOVE ZERO TO WS-LISTED-COUNT WS-ROUTE-MINUTES
            MOVE WS-ROUTE-ENTRY TO RT-ROUTE-ID
            MOVE ZERO TO RT-STEP-NO
            START ROUTING KEY >= RT-ROUTE-KEY
                INVALID KEY
                    DISPLAY "NO ROUTE ON FILE FOR " WS-ROUTE-ENTRY
            END-START

            IF WS-FILE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ ROUTING NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF RT-ROUTE-ID = WS-ROUTE-ENTRY
                                DISPLAY "  STEP " RT-STEP-NO " "
                                    RT-OPERATION-CODE " AT "
                                    RT-EQUIP-CODE " STANDARD "
                                    RT-STD-MINUTES " MIN"
                                ADD RT-STD-MINUTES TO WS-ROUTE-MINUTES
                                ADD 1 TO WS-LISTED-COUNT
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-LISTED-COUNT = ZERO
                    DISPLAY "NO STEPS ON FILE FOR " WS-ROUTE-ENTRY
                ELSE
                    DISPLAY "  ROUTE STANDARD MINUTES: "
                        WS-ROUTE-MINUTES
                END-IF
            END-IF.

            END PROGRAM ROUTING-MAINTENANCE.

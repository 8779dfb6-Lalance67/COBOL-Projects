      * tooling screen - cutting inserts, dies and furnace fixtures
      * get a master record the way the machines do. Adds and
      * changes TOOL-MASTER entries (type, the machine the tool is
      * assigned to, and its life limit in cycles or square inches),
      * reconditions a worn tool (usage back to zero, blocked tool
      * released) and replaces one (the old tool retired, a new one
      * added in its place). OPERATION-REPORT charges the usage as
      * steps are reported and refuses a tool at its limit;
      * TOOL-LIFE-REPORT lists the tools getting close. Every
      * recondition and replacement is logged on TOOL-USAGE.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TOOL-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TOOL-MASTER ASSIGN TO "TOOL-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TOOL-ID
                FILE STATUS IS WS-FILE-STATUS.

            SELECT TOOL-USAGE ASSIGN TO "TOOL-USAGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TOOL-MASTER.
            COPY "TOOL-RECORD.cpy".

        FD  TOOL-USAGE.
            COPY "TOOL-USAGE-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-USAGE-STATUS       PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-VALID              PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-OLD-TOOL-ID        PIC X(8).
        01 WS-NEW-TOOL-ID        PIC X(8).
        01 WS-EQUIP-ENTRY        PIC X(4).
        01 WS-LISTED-COUNT       PIC 9(4).

      * life limit and usage - ACCEPT into the edited field, same
      * decimal-point trick as STUDENT-MAINTENANCE's WS-GRADE-ENTRY
        01 WS-LIMIT-ENTRY        PIC 9(9).99.
        01 WS-LIMIT-DISP         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-USAGE-DISP         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-LIFE-PCT           PIC 9(5).

      * the old tool's attributes carried to its replacement
        01 WS-SAVE-TOOL.
            05 WS-SAVE-DESCRIPTION   PIC X(20).
            05 WS-SAVE-TYPE          PIC X(6).
            05 WS-SAVE-EQUIP-CODE    PIC X(4).
            05 WS-SAVE-BASIS         PIC X.
            05 WS-SAVE-LIMIT         PIC 9(9)V99.
            05 WS-SAVE-WARN-PCT      PIC 9(3).
            05 WS-SAVE-USAGE         PIC 9(9)V99.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - see operator-maintenance.cob
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

            PERFORM OPEN-TOOL-MASTER

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== TOOLING AND FIXTURES ====="
                DISPLAY "[1] ADD TOOL"
                DISPLAY "[2] CHANGE TOOL"
                DISPLAY "[3] RECONDITION TOOL"
                DISPLAY "[4] REPLACE TOOL"
                DISPLAY "[5] INQUIRE TOOL"
                DISPLAY "[6] LIST TOOLS FOR A MACHINE"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-TOOL
                    WHEN 2
                        PERFORM CHANGE-TOOL
                    WHEN 3
                        PERFORM RECONDITION-TOOL
                    WHEN 4
                        PERFORM REPLACE-TOOL
                    WHEN 5
                        PERFORM INQUIRE-TOOL
                    WHEN 6
                        PERFORM LIST-MACHINE-TOOLS
                    WHEN 7
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE TOOL-MASTER
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-TOOL-MASTER.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as EQUIPMENT-MAINTENANCE
            OPEN I-O TOOL-MASTER
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT TOOL-MASTER
                CLOSE TOOL-MASTER
                OPEN I-O TOOL-MASTER
            END-IF.

        CHECK-EQUIPMENT.
      *     a tool is assigned to a machine on EQUIPMENT-MASTER
            MOVE "N" TO WS-VALID
            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "EQUIPMENT-MASTER NOT AVAILABLE - STATUS "
                    WS-EQUIP-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-EQUIP-ENTRY TO EQ-EQUIP-CODE
            READ EQUIPMENT-MASTER
                INVALID KEY
                    DISPLAY "MACHINE " WS-EQUIP-ENTRY " NOT ON FILE"
                NOT INVALID KEY
                    MOVE "Y" TO WS-VALID
            END-READ
            CLOSE EQUIPMENT-MASTER.

        ACCEPT-TOOL-TYPE.
            MOVE "N" TO WS-VALID
            DISPLAY "ENTER TYPE - INSERT, DIE OR FIXTUR:"
            ACCEPT TM-TOOL-TYPE
            IF TM-TOOL-TYPE = "INSERT" OR TM-TOOL-TYPE = "DIE"
                    OR TM-TOOL-TYPE = "FIXTUR"
                MOVE "Y" TO WS-VALID
            ELSE
                DISPLAY "REJECTED: TYPE MUST BE INSERT, DIE OR FIXTUR"
            END-IF.

        ACCEPT-LIFE.
      *     the basis decides what OPERATION-REPORT charges - the
      *     step's pieces, or their square inches of plate
            MOVE "N" TO WS-VALID
            DISPLAY "LIFE COUNTED IN [C] CYCLES OR [A] SQUARE INCHES:"
            ACCEPT TM-LIFE-BASIS
            IF TM-LIFE-BASIS = "c"
                MOVE "C" TO TM-LIFE-BASIS
            END-IF
            IF TM-LIFE-BASIS = "a"
                MOVE "A" TO TM-LIFE-BASIS
            END-IF
            IF TM-LIFE-BASIS NOT = "C" AND TM-LIFE-BASIS NOT = "A"
                DISPLAY "REJECTED: LIFE BASIS MUST BE C OR A"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER LIFE LIMIT (E.G. 000050000.00, 0 IF NOT"
                " LIMITED):"
            ACCEPT WS-LIMIT-ENTRY
            MOVE WS-LIMIT-ENTRY TO TM-LIFE-LIMIT
            DISPLAY "ENTER WARNING PERCENT OF LIFE (E.G. 090, 0 FOR"
                " SHOP STANDARD):"
            ACCEPT TM-WARN-PCT
            IF TM-WARN-PCT > 100
                DISPLAY "REJECTED: WARNING PERCENT OVER 100"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-VALID.

        ADD-TOOL.
            DISPLAY "ENTER TOOL ID (8 CHARS):"
            ACCEPT TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: TOOL ALREADY ON FILE"
                    EXIT PARAGRAPH
            END-READ
            PERFORM ENTER-NEW-TOOL.

        ENTER-NEW-TOOL.
            DISPLAY "ENTER DESCRIPTION (20 CHARS):"
            ACCEPT TM-DESCRIPTION
            PERFORM ACCEPT-TOOL-TYPE
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER ASSIGNED EQUIPMENT CODE (4 CHARS):"
            ACCEPT WS-EQUIP-ENTRY
            PERFORM CHECK-EQUIPMENT
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-EQUIP-ENTRY TO TM-EQUIP-CODE
            PERFORM ACCEPT-LIFE
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-NEW-TOOL.

        WRITE-NEW-TOOL.
            MOVE ZERO TO TM-USAGE TM-LAST-USED-DATE TM-RECOND-COUNT
                TM-RECOND-DATE
            MOVE "ACTIVE" TO TM-STATUS
            MOVE WS-TODAY-DATE TO TM-ADDED-DATE
            MOVE SPACES TO TM-REPLACED-BY
            MOVE WS-OPERATOR-ID TO TM-OPERATOR
            WRITE TOOL-MASTER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: TOOL ALREADY ON FILE"
                    MOVE "N" TO WS-VALID
                NOT INVALID KEY
                    DISPLAY "TOOL ADDED: " TM-TOOL-ID
                        " ON " TM-EQUIP-CODE
            END-WRITE.

        CHANGE-TOOL.
            DISPLAY "ENTER TOOL ID (8 CHARS):"
            ACCEPT TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF TM-STATUS = "RETIRD"
                DISPLAY "REJECTED: TOOL IS RETIRED"
                EXIT PARAGRAPH
            END-IF

            PERFORM SHOW-TOOL
            DISPLAY "ENTER NEW DESCRIPTION (20 CHARS):"
            ACCEPT TM-DESCRIPTION
            DISPLAY "ENTER NEW ASSIGNED EQUIPMENT CODE (4 CHARS):"
            ACCEPT WS-EQUIP-ENTRY
            PERFORM CHECK-EQUIPMENT
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-EQUIP-ENTRY TO TM-EQUIP-CODE
            PERFORM ACCEPT-LIFE
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF

      *     a raised limit can free a blocked tool, a lowered one
      *     can block it - same test OPERATION-REPORT applies
            IF TM-LIFE-LIMIT > ZERO AND TM-USAGE >= TM-LIFE-LIMIT
                MOVE "BLOCKD" TO TM-STATUS
            ELSE
                MOVE "ACTIVE" TO TM-STATUS
            END-IF
            MOVE WS-OPERATOR-ID TO TM-OPERATOR
            REWRITE TOOL-MASTER-RECORD
            DISPLAY "TOOL UPDATED - STATUS " TM-STATUS.

        RECONDITION-TOOL.
      *     a reground insert or re-worked die starts its life over
            DISPLAY "ENTER TOOL ID (8 CHARS):"
            ACCEPT TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF TM-STATUS = "RETIRD"
                DISPLAY "REJECTED: TOOL IS RETIRED"
                EXIT PARAGRAPH
            END-IF

            PERFORM SHOW-TOOL
            DISPLAY "RECONDITION " TM-TOOL-ID
                " AND ZERO ITS USAGE - CONFIRM (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "RECONDITION CANCELLED"
                EXIT PARAGRAPH
            END-IF

            MOVE TM-USAGE TO WS-SAVE-USAGE
            MOVE ZERO TO TM-USAGE
            MOVE "ACTIVE" TO TM-STATUS
            ADD 1 TO TM-RECOND-COUNT
            MOVE WS-TODAY-DATE TO TM-RECOND-DATE
            MOVE WS-OPERATOR-ID TO TM-OPERATOR
            REWRITE TOOL-MASTER-RECORD
            MOVE "RECN" TO TU-EVENT
            PERFORM LOG-TOOL-EVENT
            DISPLAY "TOOL " TM-TOOL-ID " RECONDITIONED - BACK IN"
                " SERVICE".

        REPLACE-TOOL.
      *     the worn tool is retired and a new one takes its place
      *     on the same machine with the same life - the new id is
      *     what the floor reports from now on
            DISPLAY "ENTER TOOL ID BEING REPLACED (8 CHARS):"
            ACCEPT TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF TM-STATUS = "RETIRD"
                DISPLAY "REJECTED: TOOL IS ALREADY RETIRED"
                EXIT PARAGRAPH
            END-IF
            PERFORM SHOW-TOOL
            MOVE TM-TOOL-ID TO WS-OLD-TOOL-ID
            MOVE TM-DESCRIPTION TO WS-SAVE-DESCRIPTION
            MOVE TM-TOOL-TYPE TO WS-SAVE-TYPE
            MOVE TM-EQUIP-CODE TO WS-SAVE-EQUIP-CODE
            MOVE TM-LIFE-BASIS TO WS-SAVE-BASIS
            MOVE TM-LIFE-LIMIT TO WS-SAVE-LIMIT
            MOVE TM-WARN-PCT TO WS-SAVE-WARN-PCT
            MOVE TM-USAGE TO WS-SAVE-USAGE

            DISPLAY "ENTER NEW TOOL ID (8 CHARS):"
            ACCEPT WS-NEW-TOOL-ID
            IF WS-NEW-TOOL-ID = SPACES
                    OR WS-NEW-TOOL-ID = WS-OLD-TOOL-ID
                DISPLAY "REJECTED: NEW TOOL ID REQUIRED"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-NEW-TOOL-ID TO TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: TOOL " WS-NEW-TOOL-ID
                        " ALREADY ON FILE"
                    EXIT PARAGRAPH
            END-READ
            MOVE WS-NEW-TOOL-ID TO TM-TOOL-ID
            MOVE WS-SAVE-DESCRIPTION TO TM-DESCRIPTION
            MOVE WS-SAVE-TYPE TO TM-TOOL-TYPE
            MOVE WS-SAVE-EQUIP-CODE TO TM-EQUIP-CODE
            MOVE WS-SAVE-BASIS TO TM-LIFE-BASIS
            MOVE WS-SAVE-LIMIT TO TM-LIFE-LIMIT
            MOVE WS-SAVE-WARN-PCT TO TM-WARN-PCT
            MOVE "Y" TO WS-VALID
            PERFORM WRITE-NEW-TOOL
            IF WS-VALID = "N"
                EXIT PARAGRAPH
            END-IF

      *     now retire the old one, pointing at its successor
            MOVE WS-OLD-TOOL-ID TO TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL NOT ON FILE - OLD TOOL NOT RETIRED"
                    EXIT PARAGRAPH
            END-READ
            MOVE "RETIRD" TO TM-STATUS
            MOVE WS-NEW-TOOL-ID TO TM-REPLACED-BY
            MOVE WS-OPERATOR-ID TO TM-OPERATOR
            REWRITE TOOL-MASTER-RECORD
            MOVE "REPL" TO TU-EVENT
            PERFORM LOG-TOOL-EVENT
            DISPLAY "TOOL " TM-TOOL-ID " RETIRED - REPLACED BY "
                WS-NEW-TOOL-ID.

        LOG-TOOL-EVENT.
      *     recondition and replacement go on the same history as
      *     the floor's usage - same OPEN EXTEND with an OPEN OUTPUT
      *     fallback as the downtime log
            MOVE TM-TOOL-ID TO TU-TOOL-ID
            MOVE WS-TODAY-DATE TO TU-EVENT-DATE
            MOVE ZERO TO TU-ORDER-NO TU-LINE-NO TU-STEP-NO TU-PIECES
                TU-USAGE-ADDED TU-USAGE-AFTER
            MOVE TM-EQUIP-CODE TO TU-EQUIP-CODE
      *     the life the tool had used when it came off
            MOVE WS-SAVE-USAGE TO TU-USAGE-AFTER
            MOVE WS-OPERATOR-ID TO TU-OPERATOR
            OPEN EXTEND TOOL-USAGE
            IF WS-USAGE-STATUS = "05" OR WS-USAGE-STATUS = "35"
                CLOSE TOOL-USAGE
                OPEN OUTPUT TOOL-USAGE
            END-IF
            WRITE TOOL-USAGE-RECORD
            CLOSE TOOL-USAGE.

        INQUIRE-TOOL.
            DISPLAY "ENTER TOOL ID (8 CHARS):"
            ACCEPT TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL NOT ON FILE"
                NOT INVALID KEY
                    PERFORM SHOW-TOOL
            END-READ.

        SHOW-TOOL.
            MOVE TM-LIFE-LIMIT TO WS-LIMIT-DISP
            MOVE TM-USAGE TO WS-USAGE-DISP
            DISPLAY "TOOL: " TM-TOOL-ID " " TM-DESCRIPTION
            DISPLAY "TYPE: " TM-TOOL-TYPE "  MACHINE: " TM-EQUIP-CODE
                "  STATUS: " TM-STATUS
            IF TM-LIFE-BASIS = "A"
                DISPLAY "LIFE: " WS-LIMIT-DISP " SQ IN  USED: "
                    WS-USAGE-DISP
            ELSE
                DISPLAY "LIFE: " WS-LIMIT-DISP " CYCLES  USED: "
                    WS-USAGE-DISP
            END-IF
            IF TM-LIFE-LIMIT > ZERO
                COMPUTE WS-LIFE-PCT = (TM-USAGE * 100) / TM-LIFE-LIMIT
                DISPLAY "LIFE USED: " WS-LIFE-PCT "%"
            END-IF
            DISPLAY "LAST USED: " TM-LAST-USED-DATE
                "  RECONDITIONED " TM-RECOND-COUNT " TIMES, LAST "
                TM-RECOND-DATE
            IF TM-STATUS = "RETIRD"
                DISPLAY "REPLACED BY: " TM-REPLACED-BY
            END-IF.

        LIST-MACHINE-TOOLS.
            DISPLAY "ENTER EQUIPMENT CODE (4 CHARS):"
            ACCEPT WS-EQUIP-ENTRY
            MOVE ZERO TO WS-LISTED-COUNT
            MOVE LOW-VALUES TO TM-TOOL-ID
            START TOOL-MASTER KEY >= TM-TOOL-ID
                INVALID KEY
                    DISPLAY "NO TOOLS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ TOOL-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF TM-EQUIP-CODE = WS-EQUIP-ENTRY
                                AND TM-STATUS NOT = "RETIRD"
                            MOVE TM-USAGE TO WS-USAGE-DISP
                            MOVE TM-LIFE-LIMIT TO WS-LIMIT-DISP
                            DISPLAY "  " TM-TOOL-ID " " TM-TOOL-TYPE
                                " " TM-STATUS " " WS-USAGE-DISP
                                " OF " WS-LIMIT-DISP " "
                                TM-LIFE-BASIS
                            ADD 1 TO WS-LISTED-COUNT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LISTED-COUNT = ZERO
                DISPLAY "NO TOOLS ASSIGNED TO " WS-EQUIP-ENTRY
            END-IF.

            END PROGRAM TOOL-MAINTENANCE.

      * shop-floor operation reporting - the operator at the saw,
      * lathe, furnace or inspection bench reports the routing step
      * just finished on an order line, with how many pieces came
      * off good and how many were scrapped. Steps report in routing
      * order: the next OPEN step on the line is the only one that
      * can be reported. When the last step of a line the batch pass
      * (or ASSEMBLY-BUILD) has already run is reported, the line
      * moves to COMPLETE and the header rolls up the same way the
      * cut passes do it; a line still QUEUED completes when its
      * pass picks it up. The operator also names the tools that
      * ran the step: each one's life counter takes the step's
      * pieces (or their square inches of plate), and a tool at its
      * TOOL-MASTER life limit is refused until it is reconditioned
      * or replaced.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPERATION-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT TOOL-MASTER ASSIGN TO "TOOL-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TOOL-ID
                FILE STATUS IS WS-TOOL-STATUS.

            SELECT TOOL-USAGE ASSIGN TO "TOOL-USAGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  TOOL-MASTER.
            COPY "TOOL-RECORD.cpy".

        FD  TOOL-USAGE.
            COPY "TOOL-USAGE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-LINE-EOF           PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-ORDER-ENTRY        PIC 9(8).
        01 WS-LINE-ENTRY         PIC 9(3).
        01 WS-GOOD-ENTRY         PIC 9(5).
        01 WS-SCRAP-ENTRY        PIC 9(5).
      * the good count off the step before - what should arrive at
      * this one
        01 WS-PRIOR-GOOD         PIC 9(5).
        01 WS-NEXT-FOUND         PIC X.
        01 WS-OPEN-LINES         PIC 9(3).
        01 WS-DONE-LINES         PIC 9(3).
        01 WS-LISTED-COUNT       PIC 9(3).

      * tools named on the step - refused at their life limit, and
      * charged the step's pieces or plate area once it is reported
        78 PI                    VALUE 3.14.
        78 TOOL-WARN-DEFAULT-PCT VALUE 90.
        01 WS-TOOL-STATUS        PIC XX.
        01 WS-USAGE-STATUS       PIC XX.
        01 WS-TOOLS-ON-FILE      PIC X VALUE "N".
        01 WS-TOOLS-DONE         PIC X.
        01 WS-TOOL-OK            PIC X.
        01 WS-TOOL-ENTRY         PIC X(8).
        01 WS-TOOL-COUNT         PIC 9.
        01 WS-TOOL-IDX           PIC 9.
        01 WS-TOOL-TABLE.
            05 WS-TOOL-USED      PIC X(8) OCCURS 3 TIMES.
        01 WS-PIECES             PIC 9(6).
        01 WS-AREA-LOOKED-UP     PIC X.
        01 WS-PIECE-AREA         PIC 9(6)V99.
        01 WS-USAGE-ADDED        PIC 9(9)V99.
        01 WS-WARN-PCT           PIC 9(3).
        01 WS-LIFE-PCT           PIC 9(5).
        01 WS-HERON-S            PIC 9(4)V99.
        01 WS-HERON-PRODUCT      PIC 9(6)V99.
        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            PERFORM READ-OPERATOR-ID

            OPEN I-O WORK-ORDER-OPER
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "NO ROUTED WORK ON FILE - STATUS "
                    WS-OPER-STATUS
                STOP RUN
            END-IF

      *     no tool master yet means no tools are tracked - steps
      *     report without the tool prompt
            OPEN I-O TOOL-MASTER
            IF WS-TOOL-STATUS = "00"
                MOVE "Y" TO WS-TOOLS-ON-FILE
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== OPERATION REPORTING ====="
                DISPLAY "[1] REPORT AN OPERATION COMPLETE"
                DISPLAY "[2] LIST A LINE'S OPERATIONS"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM REPORT-OPERATION
                    WHEN 2
                        PERFORM LIST-OPERATIONS
                    WHEN 3
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE WORK-ORDER-OPER
            IF WS-TOOLS-ON-FILE = "Y"
                CLOSE TOOL-MASTER
            END-IF
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        ACCEPT-LINE-KEY.
            DISPLAY "ENTER ORDER NUMBER (8 DIGITS):"
            ACCEPT WS-ORDER-ENTRY
            DISPLAY "ENTER LINE NUMBER (3 DIGITS):"
            ACCEPT WS-LINE-ENTRY.

        FIND-NEXT-STEP.
      *     the key leads with order and line, so START there and
      *     read forward - the first OPEN step is the one on the
      *     floor, and the DONE step before it says how many pieces
      *     should have arrived
            MOVE "N" TO WS-NEXT-FOUND
            MOVE ZERO TO WS-PRIOR-GOOD
            MOVE WS-ORDER-ENTRY TO WOP-ORDER-NO
            MOVE WS-LINE-ENTRY TO WOP-LINE-NO
            MOVE ZERO TO WOP-STEP-NO
            START WORK-ORDER-OPER KEY >= WOP-OPER-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-OPER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOP-ORDER-NO NOT = WS-ORDER-ENTRY
                                OR WOP-LINE-NO NOT = WS-LINE-ENTRY
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF WOP-STATUS = "OPEN"
                                MOVE "Y" TO WS-NEXT-FOUND
                                MOVE "Y" TO WS-EOF
                            ELSE
                                MOVE WOP-GOOD-QTY TO WS-PRIOR-GOOD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        REPORT-OPERATION.
            PERFORM ACCEPT-LINE-KEY
            PERFORM FIND-NEXT-STEP
            IF WS-NEXT-FOUND = "N"
                DISPLAY "NO OPEN OPERATION FOR ORDER " WS-ORDER-ENTRY
                    " LINE " WS-LINE-ENTRY
                EXIT PARAGRAPH
            END-IF

            DISPLAY "STEP " WOP-STEP-NO " OPERATION "
                WOP-OPERATION-CODE " AT " WOP-EQUIP-CODE
                " STANDARD " WOP-STD-MINUTES " MIN"
            IF WS-PRIOR-GOOD > ZERO
                DISPLAY "PIECES GOOD OFF THE STEP BEFORE: "
                    WS-PRIOR-GOOD
            END-IF
            DISPLAY "ENTER GOOD QUANTITY (5 DIGITS):"
            ACCEPT WS-GOOD-ENTRY
            DISPLAY "ENTER SCRAP QUANTITY (5 DIGITS):"
            ACCEPT WS-SCRAP-ENTRY
            PERFORM CAPTURE-TOOLS
            DISPLAY "REPORT STEP " WOP-STEP-NO " DONE - GOOD "
                WS-GOOD-ENTRY " SCRAP " WS-SCRAP-ENTRY
                " TOOLS " WS-TOOL-COUNT
                " - CONFIRM (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "REPORT CANCELLED"
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE "DONE" TO WOP-STATUS
            MOVE WS-GOOD-ENTRY TO WOP-GOOD-QTY
            MOVE WS-SCRAP-ENTRY TO WOP-SCRAP-QTY
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WOP-DONE-DATE
            MOVE WS-OPERATOR-ID TO WOP-OPERATOR
            MOVE WS-TOOL-USED(1) TO WOP-TOOL-ID(1)
            MOVE WS-TOOL-USED(2) TO WOP-TOOL-ID(2)
            MOVE WS-TOOL-USED(3) TO WOP-TOOL-ID(3)
            REWRITE WORK-ORDER-OPER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: OPERATION NOT REWRITTEN"
                    EXIT PARAGRAPH
            END-REWRITE
            DISPLAY "STEP " WOP-STEP-NO " REPORTED DONE"
            IF WS-TOOL-COUNT > ZERO
                PERFORM POST-TOOL-USAGE
            END-IF

            PERFORM FIND-NEXT-STEP
            IF WS-NEXT-FOUND = "Y"
                DISPLAY "NEXT: STEP " WOP-STEP-NO " "
                    WOP-OPERATION-CODE " AT " WOP-EQUIP-CODE
            ELSE
                PERFORM COMPLETE-ROUTED-LINE
            END-IF.

        CAPTURE-TOOLS.
      *     up to three tools on a step - the insert, the die and
      *     the fixture it sat in
            MOVE SPACES TO WS-TOOL-TABLE
            MOVE ZERO TO WS-TOOL-COUNT
            IF WS-TOOLS-ON-FILE = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-TOOLS-DONE
            PERFORM UNTIL WS-TOOLS-DONE = "Y"
                DISPLAY "ENTER TOOL ID USED (8 CHARS, BLANK WHEN"
                    " DONE):"
                MOVE SPACES TO WS-TOOL-ENTRY
                ACCEPT WS-TOOL-ENTRY
                IF WS-TOOL-ENTRY = SPACES
                    MOVE "Y" TO WS-TOOLS-DONE
                ELSE
                    PERFORM CHECK-ONE-TOOL
                    IF WS-TOOL-OK = "Y"
                        ADD 1 TO WS-TOOL-COUNT
                        MOVE WS-TOOL-ENTRY
                            TO WS-TOOL-USED(WS-TOOL-COUNT)
                        IF WS-TOOL-COUNT = 3
                            MOVE "Y" TO WS-TOOLS-DONE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        CHECK-ONE-TOOL.
      *     a tool at or past its life limit stays off the floor
      *     until TOOL-MAINTENANCE reconditions or replaces it; a
      *     zero limit means the tool is tracked but not limited
            MOVE "N" TO WS-TOOL-OK
            PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
                    UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
                IF WS-TOOL-USED(WS-TOOL-IDX) = WS-TOOL-ENTRY
                    DISPLAY "TOOL " WS-TOOL-ENTRY " ALREADY ENTERED"
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM

            MOVE WS-TOOL-ENTRY TO TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    DISPLAY "TOOL " WS-TOOL-ENTRY " NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF TM-STATUS = "RETIRD"
                DISPLAY "REFUSED: TOOL " TM-TOOL-ID " IS RETIRED"
                    " - REPLACED BY " TM-REPLACED-BY
                EXIT PARAGRAPH
            END-IF
            IF TM-STATUS = "BLOCKD"
                    OR (TM-LIFE-LIMIT > ZERO
                        AND TM-USAGE >= TM-LIFE-LIMIT)
                DISPLAY "REFUSED: TOOL " TM-TOOL-ID
                    " IS AT ITS LIFE LIMIT - BLOCKED UNTIL"
                    " RECONDITIONED OR REPLACED"
                EXIT PARAGRAPH
            END-IF
            IF TM-EQUIP-CODE NOT = WOP-EQUIP-CODE
                DISPLAY "NOTE: TOOL " TM-TOOL-ID " IS ASSIGNED TO "
                    TM-EQUIP-CODE " - THIS STEP RUNS AT "
                    WOP-EQUIP-CODE
            END-IF
            MOVE "Y" TO WS-TOOL-OK.

        POST-TOOL-USAGE.
      *     every tool on the step takes its pieces, or their plate
      *     area for a tool whose life runs in square inches, and
      *     the use is logged on TOOL-USAGE - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback as the downtime log
            COMPUTE WS-PIECES = WS-GOOD-ENTRY + WS-SCRAP-ENTRY
            MOVE "N" TO WS-AREA-LOOKED-UP
            OPEN EXTEND TOOL-USAGE
            IF WS-USAGE-STATUS = "05" OR WS-USAGE-STATUS = "35"
                CLOSE TOOL-USAGE
                OPEN OUTPUT TOOL-USAGE
            END-IF
            PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
                    UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
                PERFORM POST-ONE-TOOL
            END-PERFORM
            CLOSE TOOL-USAGE.

        POST-ONE-TOOL.
            MOVE WS-TOOL-USED(WS-TOOL-IDX) TO TM-TOOL-ID
            READ TOOL-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ

            IF TM-LIFE-BASIS = "A"
                IF WS-AREA-LOOKED-UP = "N"
                    PERFORM LOOKUP-PIECE-AREA
                END-IF
                COMPUTE WS-USAGE-ADDED ROUNDED =
                    WS-PIECES * WS-PIECE-AREA
            ELSE
                MOVE WS-PIECES TO WS-USAGE-ADDED
            END-IF
            ADD WS-USAGE-ADDED TO TM-USAGE
            MOVE WS-TODAY-TIMESTAMP(1:8) TO TM-LAST-USED-DATE

            IF TM-WARN-PCT NUMERIC AND TM-WARN-PCT > ZERO
                MOVE TM-WARN-PCT TO WS-WARN-PCT
            ELSE
                MOVE TOOL-WARN-DEFAULT-PCT TO WS-WARN-PCT
            END-IF
            IF TM-LIFE-LIMIT > ZERO
                COMPUTE WS-LIFE-PCT =
                    (TM-USAGE * 100) / TM-LIFE-LIMIT
            ELSE
                MOVE ZERO TO WS-LIFE-PCT
            END-IF

            EVALUATE TRUE
                WHEN TM-LIFE-LIMIT = ZERO
                    CONTINUE
                WHEN TM-USAGE >= TM-LIFE-LIMIT
                    MOVE "BLOCKD" TO TM-STATUS
                    DISPLAY "TOOL " TM-TOOL-ID " HAS REACHED ITS LIFE"
                        " LIMIT - BLOCKED UNTIL RECONDITIONED OR"
                        " REPLACED"
                WHEN WS-LIFE-PCT >= WS-WARN-PCT
                    DISPLAY "WARNING: TOOL " TM-TOOL-ID " AT "
                        WS-LIFE-PCT "% OF ITS LIFE"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            REWRITE TOOL-MASTER-RECORD

            MOVE TM-TOOL-ID TO TU-TOOL-ID
            MOVE "USE" TO TU-EVENT
            MOVE WS-TODAY-TIMESTAMP(1:8) TO TU-EVENT-DATE
            MOVE WS-ORDER-ENTRY TO TU-ORDER-NO
            MOVE WS-LINE-ENTRY TO TU-LINE-NO
            MOVE WOP-STEP-NO TO TU-STEP-NO
            MOVE WOP-EQUIP-CODE TO TU-EQUIP-CODE
            MOVE WS-PIECES TO TU-PIECES
            MOVE WS-USAGE-ADDED TO TU-USAGE-ADDED
            MOVE TM-USAGE TO TU-USAGE-AFTER
            MOVE WS-OPERATOR-ID TO TU-OPERATOR
            WRITE TOOL-USAGE-RECORD.

        LOOKUP-PIECE-AREA.
      *     one piece's plate area off the order line - the same
      *     circle and Heron's-formula triangle areas the cut passes
      *     price from; an assembly line cuts no plate
            MOVE "Y" TO WS-AREA-LOOKED-UP
            MOVE ZERO TO WS-PIECE-AREA
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ORDER-ENTRY TO WOL-ORDER-NO
            MOVE WS-LINE-ENTRY TO WOL-LINE-NO
            READ WORK-ORDER-LINE
                INVALID KEY
                    CLOSE WORK-ORDER-LINE
                    EXIT PARAGRAPH
            END-READ
            CLOSE WORK-ORDER-LINE

            EVALUATE WOL-TYPE
                WHEN "C"
                    COMPUTE WS-PIECE-AREA ROUNDED =
                        PI * WOL-RADIUS * WOL-RADIUS
                WHEN "T"
                    COMPUTE WS-HERON-S =
                        (WOL-SIDE-A + WOL-SIDE-B + WOL-SIDE-C) / 2
                    COMPUTE WS-HERON-PRODUCT =
                        WS-HERON-S * (WS-HERON-S - WOL-SIDE-A)
                        * (WS-HERON-S - WOL-SIDE-B)
                        * (WS-HERON-S - WOL-SIDE-C)
                    MOVE WS-HERON-PRODUCT TO MLS-NUM1
                    CALL "MATH-SQRT" USING MLS-NUM1 MLS-RESULT
                        MLS-STATUS
                    IF MLS-STATUS NOT = "E"
                        MOVE MLS-RESULT TO WS-PIECE-AREA
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        COMPLETE-ROUTED-LINE.
      *     every step is done - a line its pass already ran (RUN)
      *     completes now; one still QUEUED waits for the pass
            OPEN I-O WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                DISPLAY "WORK-ORDER-LINE NOT AVAILABLE - STATUS "
                    WS-LINE-STATUS
                EXIT PARAGRAPH
            END-IF
            OPEN I-O WORK-ORDER

            MOVE WS-ORDER-ENTRY TO WOL-ORDER-NO
            MOVE WS-LINE-ENTRY TO WOL-LINE-NO
            READ WORK-ORDER-LINE
                INVALID KEY
                    DISPLAY "ORDER LINE NOT FOUND - STATUS NOT MOVED"
                NOT INVALID KEY
                    IF WOL-STATUS = "RUN"
                        MOVE "COMPLETE" TO WOL-STATUS
                        REWRITE WORK-ORDER-LINE-RECORD
                        PERFORM ROLL-UP-ORDER-STATUS
                        DISPLAY "LAST OPERATION DONE - ORDER "
                            WS-ORDER-ENTRY " LINE " WS-LINE-ENTRY
                            " COMPLETE"
                    ELSE
                        DISPLAY "LAST OPERATION DONE - LINE IS "
                            WOL-STATUS
                    END-IF
            END-READ

            CLOSE WORK-ORDER
            CLOSE WORK-ORDER-LINE.

        ROLL-UP-ORDER-STATUS.
      *     COMPLETE once no line is left open (QUEUED, RUN,
      *     BACKORD, or CREDHOLD) - same roll-up the batch passes
      *     use
            MOVE WS-ORDER-ENTRY TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ

            IF WO-STATUS = "INVOICED" OR WO-STATUS = "SHIPPED"
      *         already billed or on the truck - leave it alone
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-OPEN-LINES WS-DONE-LINES
            MOVE WS-ORDER-ENTRY TO WOL-ORDER-NO
            MOVE ZERO TO WOL-LINE-NO
            START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LINE-EOF
            PERFORM UNTIL WS-LINE-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-LINE-EOF
                    NOT AT END
                        IF WOL-ORDER-NO = WS-ORDER-ENTRY
                            IF WOL-STATUS = "QUEUED"
                                    OR WOL-STATUS = "RUN"
                                    OR WOL-STATUS = "BACKORD"
                                    OR WOL-STATUS = "CREDHOLD"
                                ADD 1 TO WS-OPEN-LINES
                            END-IF
                            IF WOL-STATUS = "COMPLETE"
                                ADD 1 TO WS-DONE-LINES
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-LINE-EOF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-OPEN-LINES = ZERO AND WS-DONE-LINES > ZERO
                MOVE "COMPLETE" TO WO-STATUS
                REWRITE WORK-ORDER-RECORD
            END-IF.

        LIST-OPERATIONS.
            PERFORM ACCEPT-LINE-KEY
            MOVE ZERO TO WS-LISTED-COUNT
            MOVE WS-ORDER-ENTRY TO WOP-ORDER-NO
            MOVE WS-LINE-ENTRY TO WOP-LINE-NO
            MOVE ZERO TO WOP-STEP-NO
            START WORK-ORDER-OPER KEY >= WOP-OPER-KEY
                INVALID KEY
                    DISPLAY "NO OPERATIONS ON FILE FOR THAT LINE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-OPER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOP-ORDER-NO NOT = WS-ORDER-ENTRY
                                OR WOP-LINE-NO NOT = WS-LINE-ENTRY
                            MOVE "Y" TO WS-EOF
                        ELSE
                            DISPLAY "  STEP " WOP-STEP-NO " "
                                WOP-OPERATION-CODE " AT "
                                WOP-EQUIP-CODE " " WOP-STATUS
                                " GOOD " WOP-GOOD-QTY
                                " SCRAP " WOP-SCRAP-QTY
                                " " WOP-OPERATOR
                                " " WOP-TOOL-ID(1)
                                " " WOP-TOOL-ID(2)
                                " " WOP-TOOL-ID(3)
                            ADD 1 TO WS-LISTED-COUNT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LISTED-COUNT = ZERO
                DISPLAY "NO OPERATIONS ON FILE FOR THAT LINE"
            END-IF.

            END PROGRAM OPERATION-REPORT.

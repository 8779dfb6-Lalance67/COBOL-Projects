      * planner override screen for the DEMAND-FORECAST file - the
      * monthly DEMAND-FORECAST-RUN only knows what SALES-HISTORY
      * tells it, so when a planner knows better (a customer's new
      * contract, a line being dropped) they key their own figure
      * for a material's month here. The override and who made it
      * stay on the record; the run keeps refreshing its own figure
      * underneath and MRP-RUN and CAPACITY-SCHEDULE take the
      * override. Clearing it puts the run's figure back. Only this
      * month and later can be changed - a closed month's plan is
      * what its error is measured against.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FORECAST-OVERRIDE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DEMAND-FORECAST ASSIGN TO "DEMAND-FORECAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DF-FORECAST-KEY
                FILE STATUS IS WS-FILE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DEMAND-FORECAST.
            COPY "DEMAND-FORECAST-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-THIS-MONTH         PIC 9(6).
        01 WS-ASK-MATERIAL       PIC X(3).
        01 WS-ASK-MONTH          PIC 9(6).
        01 WS-NEW-QTY            PIC 9(6).
        01 WS-LIST-COUNT         PIC 9(3).
        01 WS-STAT-DISP          PIC ZZZZZ9.
        01 WS-PLAN-DISP          PIC ZZZZZ9.
        01 WS-ACTUAL-DISP        PIC ZZZZZ9.
        01 WS-ERROR-DISP         PIC -ZZZZZ9.
        01 WS-INDEX-DISP         PIC Z9.99.
        01 WS-MARK               PIC X(9).

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
            MOVE WS-TODAY-DATE(1:6) TO WS-THIS-MONTH

            OPEN I-O DEMAND-FORECAST
            IF WS-FILE-STATUS NOT = "00"
                DISPLAY "DEMAND-FORECAST NOT AVAILABLE - STATUS "
                    WS-FILE-STATUS " - RUN DEMAND-FORECAST-RUN FIRST"
                STOP RUN
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== DEMAND FORECAST OVERRIDE ====="
                DISPLAY "[1] VIEW A MATERIAL'S FORECAST"
                DISPLAY "[2] OVERRIDE A MONTH"
                DISPLAY "[3] CLEAR AN OVERRIDE"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM VIEW-FORECAST
                    WHEN 2
                        PERFORM OVERRIDE-MONTH
                    WHEN 3
                        PERFORM CLEAR-OVERRIDE
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE DEMAND-FORECAST
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        VIEW-FORECAST.
      *     the key leads with the material, so its months are one
      *     keyed range - the last year's closed months with their
      *     actuals, then the months ahead
            DISPLAY "MATERIAL CODE (3 CHARS):"
            ACCEPT WS-ASK-MATERIAL
            COMPUTE WS-ASK-MONTH = WS-THIS-MONTH - 100
            MOVE WS-ASK-MATERIAL TO DF-MATERIAL-CODE
            MOVE WS-ASK-MONTH TO DF-YEAR-MONTH
            MOVE ZERO TO WS-LIST-COUNT
            START DEMAND-FORECAST KEY >= DF-FORECAST-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            DISPLAY "MONTH    STAT   PLAN  INDEX  ACTUAL   ERROR"
            PERFORM UNTIL WS-EOF = "Y"
                READ DEMAND-FORECAST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DF-MATERIAL-CODE NOT = WS-ASK-MATERIAL
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM SHOW-ONE-MONTH
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO FORECAST ON FILE FOR " WS-ASK-MATERIAL
            END-IF.

        SHOW-ONE-MONTH.
            ADD 1 TO WS-LIST-COUNT
            MOVE DF-STAT-QTY TO WS-STAT-DISP
            MOVE DF-PLAN-QTY TO WS-PLAN-DISP
            MOVE DF-SEASONAL-INDEX TO WS-INDEX-DISP
            MOVE SPACES TO WS-MARK
            IF DF-OVERRIDE-FLAG = "Y"
                MOVE "OVERRIDE" TO WS-MARK
            END-IF
            IF DF-ACTUAL-FLAG = "Y"
                MOVE DF-ACTUAL-QTY TO WS-ACTUAL-DISP
                MOVE DF-ERROR-QTY TO WS-ERROR-DISP
                DISPLAY DF-YEAR-MONTH " " WS-STAT-DISP " "
                    WS-PLAN-DISP "  " WS-INDEX-DISP " "
                    WS-ACTUAL-DISP " " WS-ERROR-DISP " " WS-MARK
            ELSE
                DISPLAY DF-YEAR-MONTH " " WS-STAT-DISP " "
                    WS-PLAN-DISP "  " WS-INDEX-DISP
                    "                " WS-MARK
            END-IF.

        READ-FORECAST-MONTH.
      *     material and month in; WS-EOF "Y" when it cannot be
      *     changed
            MOVE "N" TO WS-EOF
            DISPLAY "MATERIAL CODE (3 CHARS):"
            ACCEPT WS-ASK-MATERIAL
            DISPLAY "MONTH (YYYYMM):"
            ACCEPT WS-ASK-MONTH
            IF WS-ASK-MONTH < WS-THIS-MONTH
                DISPLAY "REJECTED: " WS-ASK-MONTH
                    " HAS CLOSED - ITS PLAN CANNOT CHANGE"
                MOVE "Y" TO WS-EOF
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ASK-MATERIAL TO DF-MATERIAL-CODE
            MOVE WS-ASK-MONTH TO DF-YEAR-MONTH
            READ DEMAND-FORECAST
                INVALID KEY
                    DISPLAY "REJECTED: NO FORECAST ON FILE FOR "
                        WS-ASK-MATERIAL " " WS-ASK-MONTH
                    MOVE "Y" TO WS-EOF
            END-READ.

        OVERRIDE-MONTH.
            PERFORM READ-FORECAST-MONTH
            IF WS-EOF = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE DF-STAT-QTY TO WS-STAT-DISP
            MOVE DF-PLAN-QTY TO WS-PLAN-DISP
            DISPLAY "RUN FIGURE: " WS-STAT-DISP
                "  PLAN NOW: " WS-PLAN-DISP
            IF DF-OVERRIDE-FLAG = "Y"
                DISPLAY "OVERRIDDEN BY " DF-OVERRIDE-BY " ON "
                    DF-OVERRIDE-DATE " - " DF-OVERRIDE-NOTE
            END-IF
            DISPLAY "NEW PLAN QUANTITY (BILLED ITEMS):"
            ACCEPT WS-NEW-QTY
            DISPLAY "REASON (20 CHARS):"
            ACCEPT DF-OVERRIDE-NOTE
            IF DF-OVERRIDE-NOTE = SPACES
                DISPLAY "REJECTED: A REASON IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO DF-OVERRIDE-FLAG
            MOVE WS-NEW-QTY TO DF-OVERRIDE-QTY DF-PLAN-QTY
            MOVE WS-OPERATOR-ID TO DF-OVERRIDE-BY
            MOVE WS-TODAY-DATE TO DF-OVERRIDE-DATE
            REWRITE DEMAND-FORECAST-RECORD
            MOVE DF-PLAN-QTY TO WS-PLAN-DISP
            DISPLAY "FORECAST OVERRIDDEN: " DF-MATERIAL-CODE " "
                DF-YEAR-MONTH " PLAN " WS-PLAN-DISP.

        CLEAR-OVERRIDE.
            PERFORM READ-FORECAST-MONTH
            IF WS-EOF = "Y"
                EXIT PARAGRAPH
            END-IF
            IF DF-OVERRIDE-FLAG NOT = "Y"
                DISPLAY "REJECTED: NO OVERRIDE ON " DF-MATERIAL-CODE
                    " " DF-YEAR-MONTH
                EXIT PARAGRAPH
            END-IF
            MOVE DF-OVERRIDE-QTY TO WS-PLAN-DISP
            MOVE DF-STAT-QTY TO WS-STAT-DISP
            DISPLAY "CLEAR OVERRIDE " WS-PLAN-DISP " BACK TO RUN"
                " FIGURE " WS-STAT-DISP " - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER NOT = "Y" AND WS-ID-ANSWER NOT = "y"
                DISPLAY "CLEAR CANCELLED"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO DF-OVERRIDE-FLAG
            MOVE ZERO TO DF-OVERRIDE-QTY DF-OVERRIDE-DATE
            MOVE SPACES TO DF-OVERRIDE-BY DF-OVERRIDE-NOTE
            MOVE DF-STAT-QTY TO DF-PLAN-QTY
            REWRITE DEMAND-FORECAST-RECORD
            DISPLAY "OVERRIDE CLEARED: " DF-MATERIAL-CODE " "
                DF-YEAR-MONTH.

            END PROGRAM FORECAST-OVERRIDE.

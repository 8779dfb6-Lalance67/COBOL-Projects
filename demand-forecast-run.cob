      * DEMAND-FORECAST-RUN - the monthly look ahead at what the
      * customers are likely to order. REORDER-POINT-ANALYSIS only
      * ever looks back at what was issued; this run reads the last
      * three years of SALES-HISTORY (billed items by month,
      * customer and material) and forecasts each material bucket
      * for the rolling twelve months starting this month:
      *   - a seasonal index per calendar month, that month's
      *     average against the average month, once a material has
      *     two years of history (1.00 across the board until then)
      *   - a level, the moving average of the last FCST-MA-MONTHS
      *     closed months with the season taken out
      *   - the month's forecast, the level times its index
      * Runs once the month has closed - the month in progress is
      * never history. Each month's figure goes on DEMAND-FORECAST;
      * a planner's FORECAST-OVERRIDE figure is kept. Closed months
      * already on the file get their actual and the error against
      * the plan posted, and the report gives each material's error
      * over the last twelve closed months (total miss against total
      * sales, and the bias - plus means the forecast ran short) and
      * the customer carrying the most of its sales. MRP-RUN plans
      * the forecast as independent demand and CAPACITY-SCHEDULE
      * loads it month by month. Writes DEMAND-FORECAST-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DEMAND-FORECAST-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SALES-HISTORY ASSIGN TO "SALES-HISTORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SH-HISTORY-KEY
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT DEMAND-FORECAST ASSIGN TO "DEMAND-FORECAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DF-FORECAST-KEY
                FILE STATUS IS WS-FORECAST-STATUS.

            SELECT FORECAST-RPT ASSIGN TO "DEMAND-FORECAST-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SALES-HISTORY.
            COPY "SALES-HISTORY-RECORD.cpy".

        FD  DEMAND-FORECAST.
            COPY "DEMAND-FORECAST-RECORD.cpy".

        FD  FORECAST-RPT.
        01  FORECAST-LINE            PIC X(100).

        WORKING-STORAGE SECTION.
      * closed months of history the run reads, and the months ahead
      * it forecasts
        78 HISTORY-MONTHS        VALUE 36.
        78 FORECAST-MONTHS       VALUE 12.
      * history needed before a seasonal index means anything
        78 SEASON-MONTHS         VALUE 24.

        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-FORECAST-STATUS    PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).

      * months as a running count (year * 12 + month - 1), so the
      * history slots and the months ahead are plain arithmetic
        01 WS-RUN-MONTH          PIC 9(6).
        01 WS-RUN-MI             PIC 9(6).
        01 WS-FIRST-MI           PIC 9(6).
        01 WS-WORK-MI            PIC 9(6).
        01 WS-WORK-YEAR          PIC 9(4).
        01 WS-WORK-MONTH         PIC 9(2).
        01 WS-WORK-YM            PIC 9(6).
        01 WS-CAL-MONTH          PIC 9(2).
        01 WS-YM-SPLIT.
            05 WS-YM-YEAR        PIC 9(4).
            05 WS-YM-MONTH       PIC 9(2).
        01 WS-YM-MI              PIC 9(6).
        01 WS-SLOT               PIC S9(4).
        01 WS-SLOT-IDX           PIC 9(2).
        01 WS-FC-IDX             PIC 9(2).
        01 WS-CAL-IDX            PIC 9(2).
        01 WS-MONTH-LABELS.
            05 WS-LABEL-YM       PIC 9(6) OCCURS 12 TIMES.

      * one row per material bucket sold in the window - history by
      * slot (slot 36 is last month), the seasonal index by
      * calendar month, and the twelve months ahead as planned
        78 MATERIAL-MAX          VALUE 200.
        01 WS-MAT-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-MAT-IDX            PIC 9(3).
        01 WS-MAT-FOUND          PIC 9(3).
        01 WS-MAT-TABLE.
            05 WS-MT-ENTRY OCCURS 200 TIMES.
                10 WS-MT-CODE          PIC X(3).
                10 WS-MT-FIRST-SLOT    PIC 9(2).
                10 WS-MT-UNITS         PIC 9(6) OCCURS 36 TIMES.
                10 WS-MT-INDEX         PIC 9V99 OCCURS 12 TIMES.
                10 WS-MT-LEVEL         PIC 9(6)V9.
                10 WS-MT-LAST-12       PIC 9(7).
                10 WS-MT-NEXT-12       PIC 9(7).
                10 WS-MT-ABS-ERROR     PIC 9(7).
                10 WS-MT-BIAS          PIC S9(7).
                10 WS-MT-ERROR-ACTUAL  PIC 9(7).
                10 WS-MT-ERROR-MONTHS  PIC 9(2).
                10 WS-MT-TOP-CUST      PIC X(6).
                10 WS-MT-TOP-QTY       PIC 9(7).
                10 WS-MT-PLAN          PIC 9(6) OCCURS 12 TIMES.
                10 WS-MT-OVERRIDE      PIC X OCCURS 12 TIMES.

      * material by customer over the last twelve closed months, for
      * the customer carrying each material
        78 PAIR-MAX              VALUE 3000.
        01 WS-PAIR-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-PAIR-IDX           PIC 9(4).
        01 WS-PAIR-FOUND         PIC 9(4).
        01 WS-PAIR-TABLE.
            05 WS-PR-ENTRY OCCURS 3000 TIMES.
                10 WS-PR-MATERIAL      PIC X(3).
                10 WS-PR-CUSTOMER      PIC X(6).
                10 WS-PR-QTY           PIC 9(7).

      * the level's window - a knob on the parameter master
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-MA-MONTHS          PIC 9(2).

      * one material's arithmetic
        01 WS-SEASON-SUM         PIC 9(8).
        01 WS-SEASON-CNT         PIC 9(3).
        01 WS-ALL-SUM            PIC 9(8).
        01 WS-ALL-CNT            PIC 9(3).
        01 WS-ALL-AVG            PIC 9(7)V9999.
        01 WS-MONTH-AVG          PIC 9(7)V9999.
        01 WS-INDEX-CALC         PIC 9(3)V99.
        01 WS-LEVEL-SUM          PIC 9(8)V9999.
        01 WS-LEVEL-START        PIC 9(2).
        01 WS-LEVEL-CNT          PIC 9(2).
        01 WS-STAT-QTY           PIC 9(6).
        01 WS-ERROR-ABS          PIC 9(7).
        01 WS-ERROR-PCT          PIC 9(5).
        01 WS-SHARE-PCT          PIC 9(3).

      * run totals
        01 WS-HISTORY-READ       PIC 9(7) VALUE ZERO.
        01 WS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-UPDATED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-ACTUAL-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-KEPT-COUNT         PIC 9(5) VALUE ZERO.

        01 WS-QTY-DISP           PIC ZZZZZZ9.
        01 WS-NEXT-DISP          PIC ZZZZZZ9.
        01 WS-LEVEL-DISP         PIC ZZZZZ9.9.
        01 WS-PCT-DISP           PIC ZZZZ9.
        01 WS-BIAS-DISP          PIC -ZZZZZ9.
        01 WS-SHARE-DISP         PIC ZZ9.
        01 WS-CELL-DISP          PIC ZZZZZ9.
        01 WS-INDEX-DISP         PIC Z9.99.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-LINE-POS           PIC 9(3).

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

            MOVE "DEMAND-FORECAST-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE "FCST-MA-MONTHS" TO SPL-PARAM-KEY
            MOVE "CLOSED MONTHS IN THE FORECAST MOVING AVERAGE"
                TO SPL-DESCRIPTION
            MOVE 3 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-MA-MONTHS
            IF WS-MA-MONTHS = ZERO OR WS-MA-MONTHS > FORECAST-MONTHS
                MOVE 3 TO WS-MA-MONTHS
            END-IF

      *     slot 1 is HISTORY-MONTHS back, slot 36 last month
            MOVE WS-RUN-MONTH TO WS-YM-SPLIT
            PERFORM SET-YM-MI
            MOVE WS-YM-MI TO WS-RUN-MI
            COMPUTE WS-FIRST-MI = WS-RUN-MI - HISTORY-MONTHS
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                COMPUTE WS-WORK-MI = WS-RUN-MI + WS-FC-IDX - 1
                PERFORM SET-WORK-MONTH
                MOVE WS-WORK-YM TO WS-LABEL-YM(WS-FC-IDX)
            END-PERFORM

            OPEN INPUT SALES-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "SALES-HISTORY NOT AVAILABLE - STATUS "
                    WS-HISTORY-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            PERFORM LOAD-SALES-HISTORY
            CLOSE SALES-HISTORY

            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                PERFORM FORECAST-ONE-MATERIAL
            END-PERFORM
            PERFORM PICK-TOP-CUSTOMERS

      *     the indexed file may not exist yet on a fresh machine -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O DEMAND-FORECAST
            IF WS-FORECAST-STATUS = "35"
                OPEN OUTPUT DEMAND-FORECAST
                CLOSE DEMAND-FORECAST
                OPEN I-O DEMAND-FORECAST
            END-IF
            PERFORM POST-ACTUALS
            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                PERFORM WRITE-MATERIAL-FORECAST
            END-PERFORM
            CLOSE DEMAND-FORECAST

            PERFORM WRITE-FORECAST-REPORT

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-HISTORY-READ TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "DEMAND FORECAST COMPLETE - MATERIALS: "
                WS-MAT-COUNT " MONTHS WRITTEN: " WS-WRITTEN-COUNT
                " UPDATED: " WS-UPDATED-COUNT
                " SEE DEMAND-FORECAST-RPT.DAT"
            GOBACK.

        SET-WORK-MONTH.
      *     WS-WORK-MI back to a YYYYMM and its calendar month
            DIVIDE WS-WORK-MI BY 12 GIVING WS-WORK-YEAR
                REMAINDER WS-WORK-MONTH
            ADD 1 TO WS-WORK-MONTH
            MOVE WS-WORK-MONTH TO WS-CAL-MONTH
            COMPUTE WS-WORK-YM = WS-WORK-YEAR * 100 + WS-WORK-MONTH.

        SET-YM-MI.
            COMPUTE WS-YM-MI = WS-YM-YEAR * 12 + WS-YM-MONTH - 1.

        LOAD-SALES-HISTORY.
      *     the key leads with the year-month, so the window is one
      *     keyed range ending short of the month in progress
            COMPUTE WS-WORK-MI = WS-FIRST-MI
            PERFORM SET-WORK-MONTH
            MOVE WS-WORK-YM TO SH-YEAR-MONTH
            MOVE LOW-VALUES TO SH-CUSTOMER-CODE SH-MATERIAL-CODE
            START SALES-HISTORY KEY >= SH-HISTORY-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SALES-HISTORY NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SH-YEAR-MONTH >= WS-RUN-MONTH
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM BUCKET-ONE-HISTORY
                        END-IF
                END-READ
            END-PERFORM.

        BUCKET-ONE-HISTORY.
            ADD 1 TO WS-HISTORY-READ
            MOVE SH-YEAR-MONTH TO WS-YM-SPLIT
            PERFORM SET-YM-MI
            COMPUTE WS-SLOT = WS-YM-MI - WS-FIRST-MI + 1
            IF WS-SLOT < 1 OR WS-SLOT > HISTORY-MONTHS
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-MATERIAL-SLOT
            IF WS-MAT-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            ADD SH-ITEM-COUNT TO WS-MT-UNITS(WS-MAT-FOUND, WS-SLOT)
            IF WS-SLOT > HISTORY-MONTHS - 12
                ADD SH-ITEM-COUNT TO WS-MT-LAST-12(WS-MAT-FOUND)
                PERFORM ADD-CUSTOMER-PAIR
            END-IF.

        FIND-MATERIAL-SLOT.
            MOVE ZERO TO WS-MAT-FOUND
            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                IF WS-MT-CODE(WS-MAT-IDX) = SH-MATERIAL-CODE
                    MOVE WS-MAT-IDX TO WS-MAT-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-MAT-FOUND NOT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-MAT-COUNT >= MATERIAL-MAX
                DISPLAY "MATERIAL TABLE FULL AT " MATERIAL-MAX
                    " - " SH-MATERIAL-CODE " LEFT OFF"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-MAT-COUNT
            MOVE WS-MAT-COUNT TO WS-MAT-FOUND
            MOVE SH-MATERIAL-CODE TO WS-MT-CODE(WS-MAT-FOUND)
            MOVE ZERO TO WS-MT-FIRST-SLOT(WS-MAT-FOUND)
                WS-MT-LEVEL(WS-MAT-FOUND)
                WS-MT-LAST-12(WS-MAT-FOUND)
                WS-MT-NEXT-12(WS-MAT-FOUND)
                WS-MT-ABS-ERROR(WS-MAT-FOUND)
                WS-MT-BIAS(WS-MAT-FOUND)
                WS-MT-ERROR-ACTUAL(WS-MAT-FOUND)
                WS-MT-ERROR-MONTHS(WS-MAT-FOUND)
                WS-MT-TOP-QTY(WS-MAT-FOUND)
            MOVE SPACES TO WS-MT-TOP-CUST(WS-MAT-FOUND)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-SLOT-IDX > HISTORY-MONTHS
                MOVE ZERO TO WS-MT-UNITS(WS-MAT-FOUND, WS-SLOT-IDX)
            END-PERFORM
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                MOVE 1 TO WS-MT-INDEX(WS-MAT-FOUND, WS-FC-IDX)
                MOVE ZERO TO WS-MT-PLAN(WS-MAT-FOUND, WS-FC-IDX)
                MOVE SPACE TO WS-MT-OVERRIDE(WS-MAT-FOUND, WS-FC-IDX)
            END-PERFORM.

        ADD-CUSTOMER-PAIR.
            MOVE ZERO TO WS-PAIR-FOUND
            PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                    UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                IF WS-PR-MATERIAL(WS-PAIR-IDX) = SH-MATERIAL-CODE
                        AND WS-PR-CUSTOMER(WS-PAIR-IDX)
                            = SH-CUSTOMER-CODE
                    MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-PAIR-FOUND = ZERO
                IF WS-PAIR-COUNT >= PAIR-MAX
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-PAIR-COUNT
                MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND
                MOVE SH-MATERIAL-CODE TO WS-PR-MATERIAL(WS-PAIR-FOUND)
                MOVE SH-CUSTOMER-CODE TO WS-PR-CUSTOMER(WS-PAIR-FOUND)
                MOVE ZERO TO WS-PR-QTY(WS-PAIR-FOUND)
            END-IF
            ADD SH-ITEM-COUNT TO WS-PR-QTY(WS-PAIR-FOUND).

        FORECAST-ONE-MATERIAL.
            MOVE ZERO TO WS-MT-FIRST-SLOT(WS-MAT-IDX)
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-SLOT-IDX > HISTORY-MONTHS
                IF WS-MT-UNITS(WS-MAT-IDX, WS-SLOT-IDX) > ZERO
                    MOVE WS-SLOT-IDX TO WS-MT-FIRST-SLOT(WS-MAT-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-MT-FIRST-SLOT(WS-MAT-IDX) = ZERO
                EXIT PARAGRAPH
            END-IF

            IF WS-MT-FIRST-SLOT(WS-MAT-IDX)
                    <= HISTORY-MONTHS - SEASON-MONTHS + 1
                PERFORM SET-SEASONAL-INDEXES
            END-IF
            PERFORM SET-LEVEL

            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                COMPUTE WS-WORK-MI = WS-RUN-MI + WS-FC-IDX - 1
                PERFORM SET-WORK-MONTH
                COMPUTE WS-MT-PLAN(WS-MAT-IDX, WS-FC-IDX) ROUNDED =
                    WS-MT-LEVEL(WS-MAT-IDX)
                    * WS-MT-INDEX(WS-MAT-IDX, WS-CAL-MONTH)
            END-PERFORM.

        SET-SEASONAL-INDEXES.
      *     a calendar month's average over the years on file
      *     against the average month over the same span
            MOVE ZERO TO WS-ALL-SUM WS-ALL-CNT
            PERFORM VARYING WS-SLOT-IDX
                    FROM WS-MT-FIRST-SLOT(WS-MAT-IDX) BY 1
                    UNTIL WS-SLOT-IDX > HISTORY-MONTHS
                ADD WS-MT-UNITS(WS-MAT-IDX, WS-SLOT-IDX) TO WS-ALL-SUM
                ADD 1 TO WS-ALL-CNT
            END-PERFORM
            COMPUTE WS-ALL-AVG ROUNDED = WS-ALL-SUM / WS-ALL-CNT
            IF WS-ALL-AVG = ZERO
                EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > 12
                MOVE ZERO TO WS-SEASON-SUM WS-SEASON-CNT
                PERFORM VARYING WS-SLOT-IDX
                        FROM WS-MT-FIRST-SLOT(WS-MAT-IDX) BY 1
                        UNTIL WS-SLOT-IDX > HISTORY-MONTHS
                    COMPUTE WS-WORK-MI = WS-FIRST-MI + WS-SLOT-IDX - 1
                    PERFORM SET-WORK-MONTH
                    IF WS-CAL-MONTH = WS-CAL-IDX
                        ADD WS-MT-UNITS(WS-MAT-IDX, WS-SLOT-IDX)
                            TO WS-SEASON-SUM
                        ADD 1 TO WS-SEASON-CNT
                    END-IF
                END-PERFORM
                IF WS-SEASON-CNT > ZERO
                    COMPUTE WS-MONTH-AVG ROUNDED =
                        WS-SEASON-SUM / WS-SEASON-CNT
                    COMPUTE WS-INDEX-CALC ROUNDED =
                        WS-MONTH-AVG / WS-ALL-AVG
                    IF WS-INDEX-CALC > 9.99
                        MOVE 9.99 TO WS-INDEX-CALC
                    END-IF
                    MOVE WS-INDEX-CALC
                        TO WS-MT-INDEX(WS-MAT-IDX, WS-CAL-IDX)
                END-IF
            END-PERFORM.

        SET-LEVEL.
      *     the moving average of the last closed months with each
      *     month's season divided out - a month whose index is zero
      *     sold nothing in any year and adds nothing
            COMPUTE WS-LEVEL-START = HISTORY-MONTHS - WS-MA-MONTHS + 1
            IF WS-LEVEL-START < WS-MT-FIRST-SLOT(WS-MAT-IDX)
                MOVE WS-MT-FIRST-SLOT(WS-MAT-IDX) TO WS-LEVEL-START
            END-IF
            MOVE ZERO TO WS-LEVEL-SUM WS-LEVEL-CNT
            PERFORM VARYING WS-SLOT-IDX FROM WS-LEVEL-START BY 1
                    UNTIL WS-SLOT-IDX > HISTORY-MONTHS
                COMPUTE WS-WORK-MI = WS-FIRST-MI + WS-SLOT-IDX - 1
                PERFORM SET-WORK-MONTH
                IF WS-MT-INDEX(WS-MAT-IDX, WS-CAL-MONTH) > ZERO
                    COMPUTE WS-LEVEL-SUM ROUNDED = WS-LEVEL-SUM
                        + WS-MT-UNITS(WS-MAT-IDX, WS-SLOT-IDX)
                        / WS-MT-INDEX(WS-MAT-IDX, WS-CAL-MONTH)
                END-IF
                ADD 1 TO WS-LEVEL-CNT
            END-PERFORM
            COMPUTE WS-MT-LEVEL(WS-MAT-IDX) ROUNDED =
                WS-LEVEL-SUM / WS-LEVEL-CNT.

        PICK-TOP-CUSTOMERS.
            PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                    UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                MOVE WS-PR-MATERIAL(WS-PAIR-IDX) TO SH-MATERIAL-CODE
                PERFORM FIND-MATERIAL-SLOT
                IF WS-MAT-FOUND > ZERO
                    IF WS-PR-QTY(WS-PAIR-IDX)
                            > WS-MT-TOP-QTY(WS-MAT-FOUND)
                        MOVE WS-PR-QTY(WS-PAIR-IDX)
                            TO WS-MT-TOP-QTY(WS-MAT-FOUND)
                        MOVE WS-PR-CUSTOMER(WS-PAIR-IDX)
                            TO WS-MT-TOP-CUST(WS-MAT-FOUND)
                    END-IF
                END-IF
            END-PERFORM.

        POST-ACTUALS.
      *     every closed month still inside the history window gets
      *     its actual and the error against what was planned - a
      *     late invoice posting corrects itself on the next run
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DEMAND-FORECAST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DF-YEAR-MONTH < WS-RUN-MONTH
                            PERFORM POST-ONE-ACTUAL
                        END-IF
                END-READ
            END-PERFORM.

        POST-ONE-ACTUAL.
            MOVE DF-YEAR-MONTH TO WS-YM-SPLIT
            PERFORM SET-YM-MI
            COMPUTE WS-SLOT = WS-YM-MI - WS-FIRST-MI + 1
            IF WS-SLOT < 1 OR WS-SLOT > HISTORY-MONTHS
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-MAT-FOUND
            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                IF WS-MT-CODE(WS-MAT-IDX) = DF-MATERIAL-CODE
                    MOVE WS-MAT-IDX TO WS-MAT-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
      *     a material with no sales in the window sold nothing
            IF WS-MAT-FOUND = ZERO
                MOVE ZERO TO DF-ACTUAL-QTY
            ELSE
                MOVE WS-MT-UNITS(WS-MAT-FOUND, WS-SLOT)
                    TO DF-ACTUAL-QTY
            END-IF
            MOVE "Y" TO DF-ACTUAL-FLAG
            COMPUTE DF-ERROR-QTY = DF-ACTUAL-QTY - DF-PLAN-QTY
            REWRITE DEMAND-FORECAST-RECORD
            ADD 1 TO WS-ACTUAL-COUNT

            IF WS-MAT-FOUND = ZERO
                    OR WS-SLOT <= HISTORY-MONTHS - 12
                EXIT PARAGRAPH
            END-IF
            IF DF-ERROR-QTY < ZERO
                COMPUTE WS-ERROR-ABS = 0 - DF-ERROR-QTY
            ELSE
                MOVE DF-ERROR-QTY TO WS-ERROR-ABS
            END-IF
            ADD WS-ERROR-ABS TO WS-MT-ABS-ERROR(WS-MAT-FOUND)
            ADD DF-ERROR-QTY TO WS-MT-BIAS(WS-MAT-FOUND)
            ADD DF-ACTUAL-QTY TO WS-MT-ERROR-ACTUAL(WS-MAT-FOUND)
            ADD 1 TO WS-MT-ERROR-MONTHS(WS-MAT-FOUND).

        WRITE-MATERIAL-FORECAST.
      *     a planner's override stands - the run only refreshes its
      *     own figures underneath it
            MOVE ZERO TO WS-MT-NEXT-12(WS-MAT-IDX)
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                COMPUTE WS-WORK-MI = WS-RUN-MI + WS-FC-IDX - 1
                PERFORM SET-WORK-MONTH
                MOVE WS-MT-PLAN(WS-MAT-IDX, WS-FC-IDX) TO WS-STAT-QTY
                MOVE WS-MT-CODE(WS-MAT-IDX) TO DF-MATERIAL-CODE
                MOVE WS-WORK-YM TO DF-YEAR-MONTH
                READ DEMAND-FORECAST
                    INVALID KEY
                        PERFORM WRITE-NEW-FORECAST
                    NOT INVALID KEY
                        PERFORM REFRESH-FORECAST
                END-READ
                ADD WS-MT-PLAN(WS-MAT-IDX, WS-FC-IDX)
                    TO WS-MT-NEXT-12(WS-MAT-IDX)
            END-PERFORM.

        WRITE-NEW-FORECAST.
            MOVE SPACES TO DF-OVERRIDE-BY DF-OVERRIDE-NOTE
            MOVE ZERO TO DF-OVERRIDE-QTY DF-OVERRIDE-DATE
                DF-ACTUAL-QTY DF-ERROR-QTY
            MOVE "N" TO DF-OVERRIDE-FLAG DF-ACTUAL-FLAG
            PERFORM SET-STAT-FIELDS
            MOVE WS-STAT-QTY TO DF-PLAN-QTY
            WRITE DEMAND-FORECAST-RECORD
            ADD 1 TO WS-WRITTEN-COUNT.

        REFRESH-FORECAST.
            PERFORM SET-STAT-FIELDS
            IF DF-OVERRIDE-FLAG = "Y"
                MOVE DF-OVERRIDE-QTY TO DF-PLAN-QTY
                MOVE DF-OVERRIDE-QTY
                    TO WS-MT-PLAN(WS-MAT-IDX, WS-FC-IDX)
                MOVE "*" TO WS-MT-OVERRIDE(WS-MAT-IDX, WS-FC-IDX)
                ADD 1 TO WS-KEPT-COUNT
            ELSE
                MOVE WS-STAT-QTY TO DF-PLAN-QTY
            END-IF
            REWRITE DEMAND-FORECAST-RECORD
            ADD 1 TO WS-UPDATED-COUNT.

        SET-STAT-FIELDS.
            MOVE WS-MT-LEVEL(WS-MAT-IDX) TO DF-LEVEL
            MOVE WS-MT-INDEX(WS-MAT-IDX, WS-CAL-MONTH)
                TO DF-SEASONAL-INDEX
            MOVE WS-STAT-QTY TO DF-STAT-QTY
            MOVE WS-RUN-DATE TO DF-RUN-DATE.

        WRITE-FORECAST-REPORT.
            OPEN OUTPUT FORECAST-RPT
            MOVE SPACES TO FORECAST-LINE
            STRING "DEMAND FORECAST - RUN DATE: " WS-RUN-DATE
                   "  HISTORY THROUGH LAST MONTH, "
                   "LEVEL OVER " WS-MA-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE
            MOVE SPACES TO FORECAST-LINE
            STRING "BILLED ITEMS BY MATERIAL - * MARKS A PLANNER "
                   "OVERRIDE; ERROR IS OVER THE LAST 12 CLOSED MONTHS"
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE
            MOVE SPACES TO FORECAST-LINE
            WRITE FORECAST-LINE

            MOVE SPACES TO FORECAST-LINE
            MOVE "MONTH" TO FORECAST-LINE(1:5)
            MOVE 9 TO WS-LINE-POS
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                MOVE WS-LABEL-YM(WS-FC-IDX)
                    TO FORECAST-LINE(WS-LINE-POS:6)
                ADD 7 TO WS-LINE-POS
            END-PERFORM
            WRITE FORECAST-LINE

            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                PERFORM WRITE-ONE-MATERIAL
            END-PERFORM

            MOVE SPACES TO FORECAST-LINE
            WRITE FORECAST-LINE
            MOVE WS-MAT-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO FORECAST-LINE
            STRING "MATERIALS FORECAST:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE
            MOVE WS-KEPT-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO FORECAST-LINE
            STRING "PLANNER OVERRIDES KEPT:  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE
            MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO FORECAST-LINE
            STRING "CLOSED MONTHS POSTED:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE
            CLOSE FORECAST-RPT.

        WRITE-ONE-MATERIAL.
            MOVE SPACES TO FORECAST-LINE
            WRITE FORECAST-LINE

            MOVE WS-MT-LAST-12(WS-MAT-IDX) TO WS-QTY-DISP
            MOVE WS-MT-NEXT-12(WS-MAT-IDX) TO WS-NEXT-DISP
            MOVE WS-MT-LEVEL(WS-MAT-IDX) TO WS-LEVEL-DISP
            MOVE SPACES TO FORECAST-LINE
            STRING "MATERIAL " WS-MT-CODE(WS-MAT-IDX)
                   "  LAST 12 MO " WS-QTY-DISP
                   "  NEXT 12 MO " WS-NEXT-DISP
                   "  LEVEL/MO " WS-LEVEL-DISP
                   DELIMITED BY SIZE INTO FORECAST-LINE
            WRITE FORECAST-LINE

            MOVE SPACES TO FORECAST-LINE
            IF WS-MT-ERROR-MONTHS(WS-MAT-IDX) = ZERO
                STRING "  ERROR: NO CLOSED FORECAST MONTHS YET"
                       DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
                IF WS-MT-ERROR-ACTUAL(WS-MAT-IDX) > ZERO
                    COMPUTE WS-ERROR-PCT ROUNDED =
                        WS-MT-ABS-ERROR(WS-MAT-IDX) * 100
                        / WS-MT-ERROR-ACTUAL(WS-MAT-IDX)
                ELSE
                    MOVE 99999 TO WS-ERROR-PCT
                END-IF
                MOVE WS-ERROR-PCT TO WS-PCT-DISP
                MOVE WS-MT-BIAS(WS-MAT-IDX) TO WS-BIAS-DISP
                STRING "  ERROR " WS-PCT-DISP "% OVER "
                       WS-MT-ERROR-MONTHS(WS-MAT-IDX) " MONTHS"
                       "  BIAS " WS-BIAS-DISP
                       DELIMITED BY SIZE INTO FORECAST-LINE
            END-IF
            IF WS-MT-TOP-CUST(WS-MAT-IDX) NOT = SPACES
                    AND WS-MT-LAST-12(WS-MAT-IDX) > ZERO
                COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-MT-TOP-QTY(WS-MAT-IDX) * 100
                    / WS-MT-LAST-12(WS-MAT-IDX)
                MOVE WS-SHARE-PCT TO WS-SHARE-DISP
                MOVE "TOP CUSTOMER" TO FORECAST-LINE(52:12)
                MOVE WS-MT-TOP-CUST(WS-MAT-IDX)
                    TO FORECAST-LINE(65:6)
                MOVE WS-SHARE-DISP TO FORECAST-LINE(72:3)
                MOVE "% OF SALES" TO FORECAST-LINE(75:10)
            END-IF
            WRITE FORECAST-LINE

            MOVE SPACES TO FORECAST-LINE
            MOVE "  PLAN" TO FORECAST-LINE(1:6)
            MOVE 9 TO WS-LINE-POS
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                MOVE WS-MT-PLAN(WS-MAT-IDX, WS-FC-IDX) TO WS-CELL-DISP
                MOVE WS-CELL-DISP TO FORECAST-LINE(WS-LINE-POS:6)
                MOVE WS-MT-OVERRIDE(WS-MAT-IDX, WS-FC-IDX)
                    TO FORECAST-LINE(WS-LINE-POS + 6:1)
                ADD 7 TO WS-LINE-POS
            END-PERFORM
            WRITE FORECAST-LINE

            MOVE SPACES TO FORECAST-LINE
            MOVE "  INDEX" TO FORECAST-LINE(1:7)
            MOVE 10 TO WS-LINE-POS
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > FORECAST-MONTHS
                COMPUTE WS-WORK-MI = WS-RUN-MI + WS-FC-IDX - 1
                PERFORM SET-WORK-MONTH
                MOVE WS-MT-INDEX(WS-MAT-IDX, WS-CAL-MONTH)
                    TO WS-INDEX-DISP
                MOVE WS-INDEX-DISP TO FORECAST-LINE(WS-LINE-POS:5)
                ADD 7 TO WS-LINE-POS
            END-PERFORM
            WRITE FORECAST-LINE.

            END PROGRAM DEMAND-FORECAST-RUN.

      * CAPACITY-SCHEDULE - the finite-capacity scheduling run.
      * DISPATCH-SCHEDULE's MACHINE-LOAD.DAT piles every promise
      * day's work on one imaginary machine with no limit; this run
      * loads the queued work against each EQUIPMENT-MASTER machine's
      * real minutes, day by day over the next HORIZON-DAYS calendar
      * days. A machine has nothing on a SHOP-CALENDAR closure day
      * or a weekend (DATE-SERVICE answers that), nothing on the day
      * its preventive maintenance comes due (EQ-LAST-PM-DATE plus
      * EQ-PM-INTERVAL-DAYS, repeating across the horizon), and its
      * day is cut by any DOWNTIME-LOG outage logged for a day in
      * the horizon. Work is each routed line's open WORK-ORDER-OPER
      * steps at their standard minutes, in step order; a circle or
      * triangle line with no route loads its cut minutes (area
      * through LR-MIN-PER-SQIN, same as DISPATCH-SCHEDULE) on the
      * saw. Orders load earliest promise first, rush ahead within
      * the day. Each order gets a projected completion date on
      * CAPACITY-SCHED.DAT, and every order projected past its
      * WO-PROMISE-DATE goes on LATE-RISK.DAT so customer service
      * can call the customer first. Past the horizon, a rough-cut
      * section loads each of the next twelve months' DEMAND-FORECAST
      * plan items at FCST-MINUTES-PER-ITEM against the month's work
      * days on every machine, so the busy season shows up in time
      * to staff and buy for it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAPACITY-SCHEDULE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

            SELECT DOWNTIME-LOG ASSIGN TO "DOWNTIME-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOWN-STATUS.

            SELECT LABOR-RATES ASSIGN TO "LABOR-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-OPERATION-CODE
                FILE STATUS IS WS-LABRATE-STATUS.

            SELECT DEMAND-FORECAST ASSIGN TO "DEMAND-FORECAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DF-FORECAST-KEY
                FILE STATUS IS WS-FORECAST-STATUS.

            SELECT SCHED-SORT ASSIGN TO "SCHED-SORT.TMP".

            SELECT CAPACITY-SCHED ASSIGN TO "CAPACITY-SCHED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCHED-STATUS.

            SELECT LATE-RISK ASSIGN TO "LATE-RISK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RISK-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  DOWNTIME-LOG.
            COPY "DOWNTIME-RECORD.cpy".

        FD  LABOR-RATES.
            COPY "LABOR-RATES-RECORD.cpy".

        FD  DEMAND-FORECAST.
            COPY "DEMAND-FORECAST-RECORD.cpy".

        SD  SCHED-SORT.
        01  SCHED-SORT-RECORD.
            05  SS-PROMISE-DATE      PIC 9(8).
      *     1 for a rush order, 2 otherwise - same ranking
      *     DISPATCH-SCHEDULE sorts the batch queues by
            05  SS-PRIORITY-RANK     PIC 9.
            05  SS-ORDER-NO          PIC 9(8).
            05  SS-LINE-NO           PIC 9(3).
            05  SS-STEP-NO           PIC 9(2).
            05  SS-CUSTOMER-CODE     PIC X(6).
            05  SS-EQUIP-CODE        PIC X(4).
            05  SS-MINUTES           PIC 9(5)V9.

        FD  CAPACITY-SCHED.
        01  CAPACITY-SCHED-LINE      PIC X(100).

        FD  LATE-RISK.
        01  LATE-RISK-LINE           PIC X(100).

        WORKING-STORAGE SECTION.
        78 PI                    VALUE 3.14.
        78 CUT-OPERATION         VALUE "CUT".
      * the machine an unrouted circle or triangle line is cut on
        78 CUT-WORK-CENTER       VALUE "SAW".
      * calendar days ahead the run loads - work that will not fit
      * inside them projects as beyond the horizon
        78 HORIZON-DAYS          VALUE 60.
      * a line with no promise sorts behind everything dated
        78 NO-PROMISE-DATE       VALUE 99999999.
      * months of forecast the rough-cut section loads, and the load
      * percentage a month is flagged busy at
        78 FORECAST-MONTHS       VALUE 12.
        78 FCST-BUSY-PCT         VALUE 85.

        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-DOWN-STATUS        PIC XX.
        01 WS-LABRATE-STATUS     PIC XX.
        01 WS-SCHED-STATUS       PIC XX.
        01 WS-RISK-STATUS        PIC XX.
        01 WS-FORECAST-STATUS    PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-INT          PIC 9(7).

      * the shop standard shift, for a machine with no minutes of
      * its own
        01 WS-STD-SHIFT          PIC 9(4).
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * the horizon, one slot per calendar day from today
        01 WS-DAY-IDX            PIC 9(3).
        01 WS-DAY-TABLE.
            05 WS-DAY-ENTRY OCCURS 60 TIMES.
                10 WS-DAY-DATE       PIC 9(8).
                10 WS-DAY-WORKING    PIC X.

      * one row per machine, with the minutes still free on each
      * day of the horizon
        01 WS-MC-COUNT           PIC 9(2) VALUE ZERO.
        01 WS-MC-IDX             PIC 9(2).
        01 WS-MC-FOUND           PIC 9(2).
        01 WS-MACHINE-TABLE.
            05 WS-MC-ENTRY OCCURS 50 TIMES.
                10 WS-MC-CODE        PIC X(4).
                10 WS-MC-NAME        PIC X(20).
                10 WS-MC-SHIFT       PIC 9(4).
                10 WS-MC-PM-DAYS     PIC 9(3).
                10 WS-MC-DOWN-MIN    PIC 9(7).
                10 WS-MC-AVAIL-MIN   PIC 9(7)V9.
                10 WS-MC-LOAD-MIN    PIC 9(7)V9.
                10 WS-MC-FIRST-PM    PIC 9(8).
                10 WS-MC-FREE        PIC 9(4)V9 OCCURS 60 TIMES.

        01 WS-PM-DUE-INT         PIC 9(7).
        01 WS-PM-INTERVAL        PIC 9(3).

      * one row per order loaded, in the sorted (promise) order
        01 WS-ORD-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-ORD-IDX            PIC 9(3).
        01 WS-ORD-TABLE.
            05 WS-ORD-ENTRY OCCURS 500 TIMES.
                10 WS-ORD-NO         PIC 9(8).
                10 WS-ORD-CUSTOMER   PIC X(6).
                10 WS-ORD-PROMISE    PIC 9(8).
                10 WS-ORD-RANK       PIC 9.
      *         horizon day the last step finishes - one past the
      *         horizon when the work does not fit
                10 WS-ORD-FINISH     PIC 9(3).
      *         Y when a step's work center is not on the master
                10 WS-ORD-UNPLACED   PIC X.

      * the line being loaded - its next step can start no earlier
      * than the day the step before it finished
        01 WS-CUR-ORDER          PIC 9(8) VALUE ZERO.
        01 WS-CUR-LINE           PIC 9(3) VALUE ZERO.
        01 WS-READY-IDX          PIC 9(3).
        01 WS-LEFT-MIN           PIC 9(5)V9.

        01 WS-MIN-PER-SQIN       PIC 9(2)V99.
        01 WS-ITEM-AREA          PIC 9(6)V99.
        01 WS-HERON-S            PIC 9(4)V99.
        01 WS-HERON-PRODUCT      PIC 9(6)V99.
        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

        COPY "DATE-SERVICE-PARAMS.cpy".
        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
        COPY "RUN-CONTROL-PARAMS.cpy".

        01 WS-STEP-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-RISK-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-DAYS-LATE          PIC S9(5).
        01 WS-LATE-DISP          PIC ZZZZ9.
        01 WS-ORDER-OPEN         PIC X.
        01 WS-PROJECTED          PIC X(14).
        01 WS-RISK-FLAG          PIC X(12).
        01 WS-MIN-DISP           PIC ZZZZZZ9.9.
        01 WS-AVAIL-DISP         PIC ZZZZZZ9.9.
        01 WS-PCT-DISP           PIC ZZZ9.
        01 WS-LOAD-PCT           PIC 9(4).
        01 WS-COUNT-DISP         PIC ZZZ9.

      * the rough-cut forecast load, one slot per month ahead
        01 WS-FCST-MINUTES       PIC 9(4).
        01 WS-FCST-FOUND         PIC X.
        01 WS-FM-IDX             PIC 9(2).
        01 WS-FM-SHIFT-TOTAL     PIC 9(6).
        01 WS-FM-SPLIT.
            05 WS-FM-YEAR        PIC 9(4).
            05 WS-FM-MON         PIC 9(2).
        01 WS-FM-TABLE.
            05 WS-FM-ENTRY OCCURS 12 TIMES.
                10 WS-FM-MONTH       PIC 9(6).
                10 WS-FM-ITEMS       PIC 9(7).
                10 WS-FM-WORK-DAYS   PIC 9(3).
                10 WS-FM-LOAD-MIN    PIC 9(9).
                10 WS-FM-AVAIL-MIN   PIC 9(9).
        01 WS-FM-FIRST-DAY       PIC 9(8).
        01 WS-FM-ITEMS-DISP      PIC Z(6)9.
        01 WS-FM-MIN-DISP        PIC Z(8)9.
        01 WS-FM-AVAIL-DISP      PIC Z(8)9.
        01 WS-FM-DAYS-DISP       PIC ZZ9.
        01 WS-FM-FLAG            PIC X(4).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "CAPACITY-SCHEDULE" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            MOVE "SCHED-SHIFT-MINUTES" TO SPL-PARAM-KEY
            MOVE "STANDARD MACHINE MINUTES PER WORK DAY"
                TO SPL-DESCRIPTION
            MOVE 480 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-STD-SHIFT

            MOVE "FCST-MINUTES-PER-ITEM" TO SPL-PARAM-KEY
            MOVE "MACHINE MINUTES PER FORECAST ITEM"
                TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-FCST-MINUTES

            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM BUILD-HORIZON
            PERFORM LOAD-MACHINES
            PERFORM TAKE-OUT-DOWNTIME
            PERFORM LOOKUP-MINUTES-RATE

            SORT SCHED-SORT
                ON ASCENDING KEY SS-PROMISE-DATE
                ON ASCENDING KEY SS-PRIORITY-RANK
                ON ASCENDING KEY SS-ORDER-NO
                ON ASCENDING KEY SS-LINE-NO
                ON ASCENDING KEY SS-STEP-NO
                INPUT PROCEDURE IS PULL-QUEUED-WORK
                OUTPUT PROCEDURE IS LOAD-AGAINST-CAPACITY

            CLOSE WORK-ORDER

            PERFORM WRITE-CAPACITY-SCHEDULE
            PERFORM WRITE-LATE-RISK

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-STEP-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "CAPACITY SCHEDULE WRITTEN - ORDERS: " WS-ORD-COUNT
                " LATE RISK: " WS-RISK-COUNT
            GOBACK.

        BUILD-HORIZON.
      *     one slot per calendar day; DATE-SERVICE says which of
      *     them the shop works
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > HORIZON-DAYS
                COMPUTE WS-DAY-DATE(WS-DAY-IDX) =
                    FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                        + WS-DAY-IDX - 1)
                MOVE "W" TO DSP-FUNCTION
                MOVE WS-DAY-DATE(WS-DAY-IDX) TO DSP-DATE-1
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                IF DSP-STATUS = "Y" AND DSP-WORK-DAY = "N"
                    MOVE "N" TO WS-DAY-WORKING(WS-DAY-IDX)
                ELSE
                    MOVE "Y" TO WS-DAY-WORKING(WS-DAY-IDX)
                END-IF
            END-PERFORM.

        LOAD-MACHINES.
            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "EQUIPMENT-MASTER NOT AVAILABLE - STATUS "
                    WS-EQUIP-STATUS " - NO CAPACITY TO LOAD"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ EQUIPMENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-MC-COUNT < 50
                            ADD 1 TO WS-MC-COUNT
                            PERFORM SET-UP-ONE-MACHINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIPMENT-MASTER.

        SET-UP-ONE-MACHINE.
            MOVE EQ-EQUIP-CODE TO WS-MC-CODE(WS-MC-COUNT)
            MOVE EQ-NAME TO WS-MC-NAME(WS-MC-COUNT)
            IF EQ-SHIFT-MINUTES NUMERIC AND EQ-SHIFT-MINUTES > ZERO
                MOVE EQ-SHIFT-MINUTES TO WS-MC-SHIFT(WS-MC-COUNT)
            ELSE
                MOVE WS-STD-SHIFT TO WS-MC-SHIFT(WS-MC-COUNT)
            END-IF
            MOVE ZERO TO WS-MC-PM-DAYS(WS-MC-COUNT)
                WS-MC-DOWN-MIN(WS-MC-COUNT)
                WS-MC-AVAIL-MIN(WS-MC-COUNT)
                WS-MC-LOAD-MIN(WS-MC-COUNT)
                WS-MC-FIRST-PM(WS-MC-COUNT)

            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > HORIZON-DAYS
                IF WS-DAY-WORKING(WS-DAY-IDX) = "Y"
                    MOVE WS-MC-SHIFT(WS-MC-COUNT)
                        TO WS-MC-FREE(WS-MC-COUNT, WS-DAY-IDX)
                ELSE
                    MOVE ZERO TO WS-MC-FREE(WS-MC-COUNT, WS-DAY-IDX)
                END-IF
            END-PERFORM

      *     a PM schedule by days takes the machine out for the day
      *     it falls due - an overdue PM is today's - and again every
      *     interval after; a PM due on a day the shop is closed
      *     happens the next working day
            IF EQ-PM-INTERVAL-DAYS NUMERIC
                    AND EQ-PM-INTERVAL-DAYS > ZERO
                    AND EQ-LAST-PM-DATE NUMERIC
                    AND EQ-LAST-PM-DATE > ZERO
                MOVE EQ-PM-INTERVAL-DAYS TO WS-PM-INTERVAL
                COMPUTE WS-PM-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(EQ-LAST-PM-DATE)
                    + WS-PM-INTERVAL
                IF WS-PM-DUE-INT < WS-TODAY-INT
                    MOVE WS-TODAY-INT TO WS-PM-DUE-INT
                END-IF
                PERFORM UNTIL WS-PM-DUE-INT
                        >= WS-TODAY-INT + HORIZON-DAYS
                    COMPUTE WS-DAY-IDX =
                        WS-PM-DUE-INT - WS-TODAY-INT + 1
                    PERFORM UNTIL WS-DAY-IDX > HORIZON-DAYS
                            OR WS-DAY-WORKING(WS-DAY-IDX) = "Y"
                        ADD 1 TO WS-DAY-IDX
                    END-PERFORM
                    IF WS-DAY-IDX <= HORIZON-DAYS
                        MOVE ZERO
                            TO WS-MC-FREE(WS-MC-COUNT, WS-DAY-IDX)
                        ADD 1 TO WS-MC-PM-DAYS(WS-MC-COUNT)
                        IF WS-MC-FIRST-PM(WS-MC-COUNT) = ZERO
                            MOVE WS-DAY-DATE(WS-DAY-IDX)
                                TO WS-MC-FIRST-PM(WS-MC-COUNT)
                        END-IF
                    END-IF
                    COMPUTE WS-PM-DUE-INT =
                        WS-TODAY-INT + WS-DAY-IDX - 1 + WS-PM-INTERVAL
                END-PERFORM
            END-IF.

        TAKE-OUT-DOWNTIME.
      *     an outage logged against a day inside the horizon - a
      *     stoppage already on the books today, or a planned one
      *     entered ahead - comes off that machine's day
            OPEN INPUT DOWNTIME-LOG
            IF WS-DOWN-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DOWNTIME-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DT-DOWN-DATE >= WS-TODAY-DATE
                                AND DT-DOWN-DATE <=
                                    WS-DAY-DATE(HORIZON-DAYS)
                            PERFORM TAKE-OUT-ONE-OUTAGE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DOWNTIME-LOG.

        TAKE-OUT-ONE-OUTAGE.
            MOVE DT-EQUIP-CODE TO SS-EQUIP-CODE
            PERFORM FIND-MACHINE
            IF WS-MC-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DAY-IDX =
                FUNCTION INTEGER-OF-DATE(DT-DOWN-DATE)
                - WS-TODAY-INT + 1
            ADD DT-MINUTES TO WS-MC-DOWN-MIN(WS-MC-FOUND)
            IF DT-MINUTES >= WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
                MOVE ZERO TO WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
            ELSE
                SUBTRACT DT-MINUTES
                    FROM WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
            END-IF.

        FIND-MACHINE.
            MOVE ZERO TO WS-MC-FOUND
            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                    UNTIL WS-MC-IDX > WS-MC-COUNT
                IF WS-MC-CODE(WS-MC-IDX) = SS-EQUIP-CODE
                    MOVE WS-MC-IDX TO WS-MC-FOUND
                END-IF
            END-PERFORM.

        LOOKUP-MINUTES-RATE.
            MOVE CUT-OPERATION TO LR-OPERATION-CODE
            OPEN INPUT LABOR-RATES
            IF WS-LABRATE-STATUS NOT = "00"
                MOVE ZERO TO WS-MIN-PER-SQIN
            ELSE
                READ LABOR-RATES
                    INVALID KEY
                        MOVE ZERO TO LR-MIN-PER-SQIN
                END-READ
                MOVE LR-MIN-PER-SQIN TO WS-MIN-PER-SQIN
                CLOSE LABOR-RATES
            END-IF.

        PULL-QUEUED-WORK.
      *     routed work first - every open step - then the cut
      *     minutes of the lines nobody has routed
            OPEN INPUT WORK-ORDER-OPER
            IF WS-OPER-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ WORK-ORDER-OPER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF WOP-STATUS = "OPEN"
                                PERFORM RELEASE-ONE-STEP
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORK-ORDER-OPER
            END-IF

            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ WORK-ORDER-LINE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF (WOL-STATUS = "QUEUED"
                                    OR WOL-STATUS = "RUN")
                                    AND (WOL-TYPE = "C"
                                    OR WOL-TYPE = "T")
                                PERFORM RELEASE-UNROUTED-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORK-ORDER-LINE
            END-IF.

        READ-ORDER-FOR-SORT.
      *     the header gives the sort its promise day and rush rank;
      *     an order that is not open any more has nothing to load
            MOVE "N" TO WS-ORDER-OPEN
            READ WORK-ORDER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF WO-STATUS NOT = "QUEUED" AND WO-STATUS NOT = "RUN"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ORDER-OPEN
            IF WO-PROMISE-DATE = ZERO
                MOVE NO-PROMISE-DATE TO SS-PROMISE-DATE
            ELSE
                MOVE WO-PROMISE-DATE TO SS-PROMISE-DATE
            END-IF
            IF WO-PRIORITY = "R"
                MOVE 1 TO SS-PRIORITY-RANK
            ELSE
                MOVE 2 TO SS-PRIORITY-RANK
            END-IF
            MOVE WO-ORDER-NO TO SS-ORDER-NO
            MOVE WO-CUSTOMER-CODE TO SS-CUSTOMER-CODE.

        RELEASE-ONE-STEP.
            MOVE WOP-ORDER-NO TO WO-ORDER-NO
            PERFORM READ-ORDER-FOR-SORT
            IF WS-ORDER-OPEN = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE WOP-LINE-NO TO SS-LINE-NO
            MOVE WOP-STEP-NO TO SS-STEP-NO
            MOVE WOP-EQUIP-CODE TO SS-EQUIP-CODE
            MOVE WOP-STD-MINUTES TO SS-MINUTES
            RELEASE SCHED-SORT-RECORD.

        RELEASE-UNROUTED-LINE.
            MOVE "C" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS
            IF RRP-TOTAL-STEPS > ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE WOL-ORDER-NO TO WO-ORDER-NO
            PERFORM READ-ORDER-FOR-SORT
            IF WS-ORDER-OPEN = "N"
                EXIT PARAGRAPH
            END-IF

      *     same area-to-saw-minutes conversion DISPATCH-SCHEDULE's
      *     machine-load tally makes
            IF WOL-TYPE = "C"
                COMPUTE WS-ITEM-AREA ROUNDED =
                    PI * WOL-RADIUS * WOL-RADIUS
            ELSE
                COMPUTE WS-HERON-S =
                    (WOL-SIDE-A + WOL-SIDE-B + WOL-SIDE-C) / 2
                COMPUTE WS-HERON-PRODUCT =
                    WS-HERON-S * (WS-HERON-S - WOL-SIDE-A)
                    * (WS-HERON-S - WOL-SIDE-B)
                    * (WS-HERON-S - WOL-SIDE-C)
                MOVE WS-HERON-PRODUCT TO MLS-NUM1
                CALL "MATH-SQRT" USING MLS-NUM1 MLS-RESULT
                    MLS-STATUS
                IF MLS-STATUS = "E"
                    MOVE ZERO TO WS-ITEM-AREA
                ELSE
                    MOVE MLS-RESULT TO WS-ITEM-AREA
                END-IF
            END-IF

            MOVE WOL-LINE-NO TO SS-LINE-NO
            MOVE 1 TO SS-STEP-NO
            MOVE CUT-WORK-CENTER TO SS-EQUIP-CODE
            COMPUTE SS-MINUTES ROUNDED =
                WS-ITEM-AREA * WS-MIN-PER-SQIN
            RELEASE SCHED-SORT-RECORD.

        LOAD-AGAINST-CAPACITY.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN SCHED-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM LOAD-ONE-STEP
                END-RETURN
            END-PERFORM.

        LOAD-ONE-STEP.
            ADD 1 TO WS-STEP-COUNT
            IF WS-ORD-COUNT = ZERO
                    OR WS-ORD-NO(WS-ORD-COUNT) NOT = SS-ORDER-NO
                IF WS-ORD-COUNT >= 500
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-ORD-COUNT
                MOVE SS-ORDER-NO TO WS-ORD-NO(WS-ORD-COUNT)
                MOVE SS-CUSTOMER-CODE TO WS-ORD-CUSTOMER(WS-ORD-COUNT)
                MOVE SS-PROMISE-DATE TO WS-ORD-PROMISE(WS-ORD-COUNT)
                MOVE SS-PRIORITY-RANK TO WS-ORD-RANK(WS-ORD-COUNT)
                MOVE 1 TO WS-ORD-FINISH(WS-ORD-COUNT)
                MOVE "N" TO WS-ORD-UNPLACED(WS-ORD-COUNT)
            END-IF

      *     a new line starts today; the next step of the same line
      *     waits for the day the step before it finished
            IF SS-ORDER-NO NOT = WS-CUR-ORDER
                    OR SS-LINE-NO NOT = WS-CUR-LINE
                MOVE SS-ORDER-NO TO WS-CUR-ORDER
                MOVE SS-LINE-NO TO WS-CUR-LINE
                MOVE 1 TO WS-READY-IDX
            END-IF
            IF WS-READY-IDX > HORIZON-DAYS
                EXIT PARAGRAPH
            END-IF

            PERFORM FIND-MACHINE
            IF WS-MC-FOUND = ZERO
                MOVE "Y" TO WS-ORD-UNPLACED(WS-ORD-COUNT)
                EXIT PARAGRAPH
            END-IF
            ADD SS-MINUTES TO WS-MC-LOAD-MIN(WS-MC-FOUND)

            MOVE SS-MINUTES TO WS-LEFT-MIN
            MOVE WS-READY-IDX TO WS-DAY-IDX
            PERFORM UNTIL WS-LEFT-MIN = ZERO
                    OR WS-DAY-IDX > HORIZON-DAYS
                IF WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX) >= WS-LEFT-MIN
                    SUBTRACT WS-LEFT-MIN
                        FROM WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
                    MOVE ZERO TO WS-LEFT-MIN
                ELSE
                    SUBTRACT WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
                        FROM WS-LEFT-MIN
                    MOVE ZERO TO WS-MC-FREE(WS-MC-FOUND, WS-DAY-IDX)
                    ADD 1 TO WS-DAY-IDX
                END-IF
            END-PERFORM
            MOVE WS-DAY-IDX TO WS-READY-IDX
            IF WS-READY-IDX > WS-ORD-FINISH(WS-ORD-COUNT)
                MOVE WS-READY-IDX TO WS-ORD-FINISH(WS-ORD-COUNT)
            END-IF.

        SET-PROJECTED-DATE.
      *     the projected completion for WS-ORD-IDX as printed, and
      *     whether it misses the promise
            MOVE SPACES TO WS-PROJECTED WS-RISK-FLAG
            MOVE ZERO TO WS-DAYS-LATE
            IF WS-ORD-FINISH(WS-ORD-IDX) > HORIZON-DAYS
                MOVE "BEYOND HORIZON" TO WS-PROJECTED
                IF WS-ORD-PROMISE(WS-ORD-IDX) NOT = NO-PROMISE-DATE
                    MOVE "** LATE **" TO WS-RISK-FLAG
                    COMPUTE WS-DAYS-LATE =
                        FUNCTION INTEGER-OF-DATE(
                            WS-DAY-DATE(HORIZON-DAYS))
                        - FUNCTION INTEGER-OF-DATE(
                            WS-ORD-PROMISE(WS-ORD-IDX)) + 1
                END-IF
            ELSE
                MOVE WS-DAY-DATE(WS-ORD-FINISH(WS-ORD-IDX))
                    TO WS-PROJECTED
                IF WS-ORD-PROMISE(WS-ORD-IDX) NOT = NO-PROMISE-DATE
                        AND WS-DAY-DATE(WS-ORD-FINISH(WS-ORD-IDX))
                            > WS-ORD-PROMISE(WS-ORD-IDX)
                    MOVE "** LATE **" TO WS-RISK-FLAG
                    COMPUTE WS-DAYS-LATE =
                        FUNCTION INTEGER-OF-DATE(
                            WS-DAY-DATE(WS-ORD-FINISH(WS-ORD-IDX)))
                        - FUNCTION INTEGER-OF-DATE(
                            WS-ORD-PROMISE(WS-ORD-IDX))
                END-IF
            END-IF
            IF WS-ORD-UNPLACED(WS-ORD-IDX) = "Y"
                    AND WS-RISK-FLAG = SPACES
                MOVE "NO MACHINE" TO WS-RISK-FLAG
            END-IF.

        WRITE-CAPACITY-SCHEDULE.
            OPEN OUTPUT CAPACITY-SCHED
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO CAPACITY-SCHED-LINE
                WRITE CAPACITY-SCHED-LINE
            END-IF

            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING "FINITE-CAPACITY SCHEDULE - RUN DATE: "
                   WS-TODAY-DATE
                   "  HORIZON " HORIZON-DAYS " DAYS THROUGH "
                   WS-DAY-DATE(HORIZON-DAYS)
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE
            MOVE SPACES TO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE

            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING "--- PROJECTED COMPLETION BY ORDER ---"
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE
            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                    UNTIL WS-ORD-IDX > WS-ORD-COUNT
                PERFORM SET-PROJECTED-DATE
                MOVE SPACES TO CAPACITY-SCHED-LINE
                IF WS-ORD-PROMISE(WS-ORD-IDX) = NO-PROMISE-DATE
                    STRING "ORDER " WS-ORD-NO(WS-ORD-IDX)
                           " CUSTOMER " WS-ORD-CUSTOMER(WS-ORD-IDX)
                           " PROMISED (NONE)  "
                           " PROJECTED " WS-PROJECTED
                           " " WS-RISK-FLAG
                           DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
                ELSE
                    STRING "ORDER " WS-ORD-NO(WS-ORD-IDX)
                           " CUSTOMER " WS-ORD-CUSTOMER(WS-ORD-IDX)
                           " PROMISED " WS-ORD-PROMISE(WS-ORD-IDX)
                           " PROJECTED " WS-PROJECTED
                           " " WS-RISK-FLAG
                           DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
                END-IF
                WRITE CAPACITY-SCHED-LINE
            END-PERFORM

            MOVE SPACES TO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE
            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING "--- MACHINE CAPACITY OVER THE HORIZON ---"
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE
            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                    UNTIL WS-MC-IDX > WS-MC-COUNT
                PERFORM WRITE-ONE-MACHINE
            END-PERFORM

            PERFORM WRITE-FORECAST-LOAD

            CLOSE CAPACITY-SCHED.

        WRITE-FORECAST-LOAD.
      *     rough cut only - the forecast's items at a flat minutes
      *     each against every machine's shift on every work day of
      *     the month, not netted against the queued orders above
            MOVE SPACES TO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE
            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING "--- FORECAST LOAD BY MONTH ---"
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE

            OPEN INPUT DEMAND-FORECAST
            IF WS-FORECAST-STATUS NOT = "00"
                MOVE SPACES TO CAPACITY-SCHED-LINE
                STRING "NO DEMAND FORECAST ON FILE"
                       DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
                WRITE CAPACITY-SCHED-LINE
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-FM-SHIFT-TOTAL
            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                    UNTIL WS-MC-IDX > WS-MC-COUNT
                ADD WS-MC-SHIFT(WS-MC-IDX) TO WS-FM-SHIFT-TOTAL
            END-PERFORM

            MOVE WS-TODAY-DATE(1:6) TO WS-FM-SPLIT
            PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                    UNTIL WS-FM-IDX > FORECAST-MONTHS
                MOVE WS-FM-SPLIT TO WS-FM-MONTH(WS-FM-IDX)
                MOVE ZERO TO WS-FM-ITEMS(WS-FM-IDX)
                PERFORM COUNT-MONTH-WORK-DAYS
                IF WS-FM-MON = 12
                    MOVE 1 TO WS-FM-MON
                    ADD 1 TO WS-FM-YEAR
                ELSE
                    ADD 1 TO WS-FM-MON
                END-IF
            END-PERFORM

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DEMAND-FORECAST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM ADD-FORECAST-MONTH
                END-READ
            END-PERFORM
            CLOSE DEMAND-FORECAST

            PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                    UNTIL WS-FM-IDX > FORECAST-MONTHS
                PERFORM WRITE-ONE-FORECAST-MONTH
            END-PERFORM.

        COUNT-MONTH-WORK-DAYS.
      *     business days from the last day of the month before
      *     through the last day of this one
            COMPUTE WS-FM-FIRST-DAY = WS-FM-YEAR * 10000
                + WS-FM-MON * 100 + 1
            MOVE "C" TO DSP-FUNCTION
            COMPUTE DSP-DATE-1 = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-FM-FIRST-DAY) - 1)
            IF WS-FM-MON = 12
                COMPUTE WS-FM-FIRST-DAY = (WS-FM-YEAR + 1) * 10000
                    + 101
            ELSE
                COMPUTE WS-FM-FIRST-DAY = WS-FM-YEAR * 10000
                    + (WS-FM-MON + 1) * 100 + 1
            END-IF
            COMPUTE DSP-DATE-2 = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-FM-FIRST-DAY) - 1)
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF DSP-STATUS = "Y" AND DSP-DAY-COUNT > ZERO
                MOVE DSP-DAY-COUNT TO WS-FM-WORK-DAYS(WS-FM-IDX)
            ELSE
                MOVE ZERO TO WS-FM-WORK-DAYS(WS-FM-IDX)
            END-IF
            COMPUTE WS-FM-AVAIL-MIN(WS-FM-IDX) =
                WS-FM-WORK-DAYS(WS-FM-IDX) * WS-FM-SHIFT-TOTAL.

        ADD-FORECAST-MONTH.
            PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                    UNTIL WS-FM-IDX > FORECAST-MONTHS
                IF WS-FM-MONTH(WS-FM-IDX) = DF-YEAR-MONTH
                    ADD DF-PLAN-QTY TO WS-FM-ITEMS(WS-FM-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        WRITE-ONE-FORECAST-MONTH.
            COMPUTE WS-FM-LOAD-MIN(WS-FM-IDX) =
                WS-FM-ITEMS(WS-FM-IDX) * WS-FCST-MINUTES
            MOVE SPACES TO WS-FM-FLAG
            IF WS-FM-AVAIL-MIN(WS-FM-IDX) > ZERO
                COMPUTE WS-LOAD-PCT ROUNDED =
                    WS-FM-LOAD-MIN(WS-FM-IDX) * 100
                    / WS-FM-AVAIL-MIN(WS-FM-IDX)
                IF WS-LOAD-PCT > 100
                    MOVE "OVER" TO WS-FM-FLAG
                ELSE
                    IF WS-LOAD-PCT >= FCST-BUSY-PCT
                        MOVE "BUSY" TO WS-FM-FLAG
                    END-IF
                END-IF
            ELSE
                MOVE ZERO TO WS-LOAD-PCT
            END-IF
            MOVE WS-FM-ITEMS(WS-FM-IDX) TO WS-FM-ITEMS-DISP
            MOVE WS-FM-WORK-DAYS(WS-FM-IDX) TO WS-FM-DAYS-DISP
            MOVE WS-FM-LOAD-MIN(WS-FM-IDX) TO WS-FM-MIN-DISP
            MOVE WS-FM-AVAIL-MIN(WS-FM-IDX) TO WS-FM-AVAIL-DISP
            MOVE WS-LOAD-PCT TO WS-PCT-DISP
            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING "MONTH " WS-FM-MONTH(WS-FM-IDX)
                   " ITEMS " WS-FM-ITEMS-DISP
                   " DAYS " WS-FM-DAYS-DISP
                   " LOAD " WS-FM-MIN-DISP
                   " AVAIL " WS-FM-AVAIL-DISP
                   " (" WS-PCT-DISP "%) " WS-FM-FLAG
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            WRITE CAPACITY-SCHED-LINE.

        WRITE-ONE-MACHINE.
      *     what was there to sell after closures, PM and outages,
      *     against what the queue asked of it
            MOVE ZERO TO WS-MC-AVAIL-MIN(WS-MC-IDX)
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > HORIZON-DAYS
                IF WS-DAY-WORKING(WS-DAY-IDX) = "Y"
                    ADD WS-MC-SHIFT(WS-MC-IDX)
                        TO WS-MC-AVAIL-MIN(WS-MC-IDX)
                END-IF
            END-PERFORM
            COMPUTE WS-MC-AVAIL-MIN(WS-MC-IDX) =
                WS-MC-AVAIL-MIN(WS-MC-IDX)
                - WS-MC-PM-DAYS(WS-MC-IDX) * WS-MC-SHIFT(WS-MC-IDX)
            IF WS-MC-DOWN-MIN(WS-MC-IDX) >= WS-MC-AVAIL-MIN(WS-MC-IDX)
                MOVE ZERO TO WS-MC-AVAIL-MIN(WS-MC-IDX)
            ELSE
                SUBTRACT WS-MC-DOWN-MIN(WS-MC-IDX)
                    FROM WS-MC-AVAIL-MIN(WS-MC-IDX)
            END-IF
            IF WS-MC-AVAIL-MIN(WS-MC-IDX) > ZERO
                COMPUTE WS-LOAD-PCT ROUNDED =
                    WS-MC-LOAD-MIN(WS-MC-IDX) * 100
                    / WS-MC-AVAIL-MIN(WS-MC-IDX)
            ELSE
                MOVE ZERO TO WS-LOAD-PCT
            END-IF
            MOVE WS-MC-AVAIL-MIN(WS-MC-IDX) TO WS-AVAIL-DISP
            MOVE WS-MC-LOAD-MIN(WS-MC-IDX) TO WS-MIN-DISP
            MOVE WS-LOAD-PCT TO WS-PCT-DISP
            MOVE SPACES TO CAPACITY-SCHED-LINE
            STRING WS-MC-CODE(WS-MC-IDX)
                   " " WS-MC-NAME(WS-MC-IDX)
                   " AVAIL " WS-AVAIL-DISP
                   " LOADED " WS-MIN-DISP
                   " (" WS-PCT-DISP "%)"
                   DELIMITED BY SIZE INTO CAPACITY-SCHED-LINE
            IF WS-MC-FIRST-PM(WS-MC-IDX) > ZERO
                MOVE "PM " TO CAPACITY-SCHED-LINE(78:3)
                MOVE WS-MC-FIRST-PM(WS-MC-IDX)
                    TO CAPACITY-SCHED-LINE(81:8)
            END-IF
            WRITE CAPACITY-SCHED-LINE.

        WRITE-LATE-RISK.
      *     the promises in trouble, earliest promise first - the
      *     call list for customer service
            OPEN OUTPUT LATE-RISK
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO LATE-RISK-LINE
                WRITE LATE-RISK-LINE
            END-IF

            MOVE SPACES TO LATE-RISK-LINE
            STRING "LATE-RISK LIST - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO LATE-RISK-LINE
            WRITE LATE-RISK-LINE
            MOVE SPACES TO LATE-RISK-LINE
            WRITE LATE-RISK-LINE

            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                    UNTIL WS-ORD-IDX > WS-ORD-COUNT
                PERFORM SET-PROJECTED-DATE
                IF WS-RISK-FLAG = "** LATE **"
                    ADD 1 TO WS-RISK-COUNT
                    MOVE WS-DAYS-LATE TO WS-LATE-DISP
                    MOVE SPACES TO LATE-RISK-LINE
                    STRING "ORDER " WS-ORD-NO(WS-ORD-IDX)
                           " CUSTOMER " WS-ORD-CUSTOMER(WS-ORD-IDX)
                           " PROMISED " WS-ORD-PROMISE(WS-ORD-IDX)
                           " PROJECTED " WS-PROJECTED
                           " DAYS LATE " WS-LATE-DISP
                           DELIMITED BY SIZE INTO LATE-RISK-LINE
                    IF WS-ORD-RANK(WS-ORD-IDX) = 1
                        MOVE "RUSH" TO LATE-RISK-LINE(90:4)
                    END-IF
                    WRITE LATE-RISK-LINE
                END-IF
            END-PERFORM

            MOVE WS-RISK-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO LATE-RISK-LINE
            WRITE LATE-RISK-LINE
            MOVE SPACES TO LATE-RISK-LINE
            STRING "PROMISES AT RISK: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO LATE-RISK-LINE
            WRITE LATE-RISK-LINE
            CLOSE LATE-RISK.

            END PROGRAM CAPACITY-SCHEDULE.

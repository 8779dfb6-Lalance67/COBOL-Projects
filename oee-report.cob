      * OEE-REPORT - overall equipment effectiveness, one number per
      * machine for plant management to decide where the next
      * maintenance dollar goes. For the last closed Monday-Sunday
      * week and the last closed calendar month it rates every
      * EQUIPMENT-MASTER machine on three legs:
      *   availability - the planned minutes (working days through
      *     DATE-SERVICE times the machine's shift) less the
      *     DOWNTIME-LOG stoppages, over the planned minutes;
      *   performance - the runs logged on EQUIPMENT-RUN-LOG times
      *     the machine's ideal minutes per run, over the minutes it
      *     was up (unrated machines count 100 and say so);
      *   quality - LY-GOOD-QTY over LY-STARTED-QTY for the lots
      *     made in the period on orders routed through the machine
      *     (a lot nobody scrapped from has no LOT-YIELD entry, so
      *     its LOT-DETAIL items count as started and good).
      * OEE is the three multiplied. Each machine's line carries its
      * top three DT-REASON-CODE losses and its trend against the
      * three periods before, kept on OEE-HISTORY; the run adds the
      * period just rated (a re-run replaces it). Writes OEE-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OEE-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

            SELECT DOWNTIME-LOG ASSIGN TO "DOWNTIME-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.

            SELECT EQUIPMENT-RUN-LOG ASSIGN TO "EQUIPMENT-RUN-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT LOT-YIELD ASSIGN TO "LOT-YIELD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-YIELD-STATUS.

            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

            SELECT OEE-HISTORY ASSIGN TO "OEE-HISTORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OH-HIST-KEY
                FILE STATUS IS WS-HIST-STATUS.

            SELECT OEE-RPT ASSIGN TO "OEE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  DOWNTIME-LOG.
            COPY "DOWNTIME-RECORD.cpy".

        FD  EQUIPMENT-RUN-LOG.
            COPY "EQUIPMENT-RUN-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

        FD  LOT-YIELD.
            COPY "LOT-YIELD-RECORD.cpy".

        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        FD  OEE-HISTORY.
            COPY "OEE-HISTORY-RECORD.cpy".

        FD  OEE-RPT.
        01  OEE-RPT-LINE             PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-LOG-STATUS         PIC XX.
        01 WS-RUNLOG-STATUS      PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-YIELD-STATUS       PIC XX.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-HIST-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-INT          PIC 9(7).
        01 WS-WORK-INT           PIC 9(7).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-DAY-OF-WEEK        PIC 9.

      * the shop standard shift, for a machine with no minutes of
      * its own - the same parameter CAPACITY-SCHEDULE loads against
        01 WS-STD-SHIFT          PIC 9(4).
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        COPY "DATE-SERVICE-PARAMS.cpy".

      * the two periods rated - 1 the week, 2 the month
        01 WS-PER-IDX            PIC 9.
        01 WS-PERIOD-TABLE.
            05 WS-PER-ENTRY OCCURS 2 TIMES.
                10 WS-PER-TYPE       PIC X.
                10 WS-PER-NAME       PIC X(5).
                10 WS-PER-START      PIC 9(8).
                10 WS-PER-END        PIC 9(8).
                10 WS-PER-WORKDAYS   PIC 9(3).

      * one row per machine, with each period's tallies and rates
        01 WS-MC-COUNT           PIC 9(2) VALUE ZERO.
        01 WS-MC-IDX             PIC 9(2).
        01 WS-MC-FOUND           PIC 9(2).
        01 WS-WANT-EQUIP         PIC X(4).
        01 WS-MACHINE-TABLE.
            05 WS-MC-ENTRY OCCURS 50 TIMES.
                10 WS-MC-CODE        PIC X(4).
                10 WS-MC-NAME        PIC X(20).
                10 WS-MC-SHIFT       PIC 9(4).
                10 WS-MC-IDEAL       PIC 9(3)V9.
                10 WS-MC-PER OCCURS 2 TIMES.
                    15 WS-MP-PLANNED     PIC 9(7).
                    15 WS-MP-DOWN        PIC 9(7).
                    15 WS-MP-RUNS        PIC 9(6).
                    15 WS-MP-STARTED     PIC 9(7).
                    15 WS-MP-GOOD        PIC 9(7).
                    15 WS-MP-AVAIL       PIC 9(3)V9.
                    15 WS-MP-PERF        PIC 9(3)V9.
                    15 WS-MP-QUAL        PIC 9(3)V9.
                    15 WS-MP-OEE         PIC 9(3)V9.

      * downtime by machine, period and reason - same table idiom
      * as EQUIPMENT-REPORT's rollup
        01 WS-RS-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-RS-IDX             PIC 9(3).
        01 WS-RS-FOUND           PIC 9(3).
        01 WS-REASON-TABLE.
            05 WS-RS-ENTRY OCCURS 300 TIMES.
                10 WS-RS-MC          PIC 9(2).
                10 WS-RS-PER         PIC 9.
                10 WS-RS-REASON      PIC X(3).
                10 WS-RS-MINUTES     PIC 9(7).
                10 WS-RS-TAKEN       PIC X.

      * one row per lot, with its order and the figures quality
      * is rated on
        01 WS-LOT-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-LOT-IDX            PIC 9(3).
        01 WS-LOT-FOUND          PIC 9(3).
        01 WS-LOT-TABLE.
            05 WS-LOT-ENTRY OCCURS 500 TIMES.
                10 WS-LOT-NO         PIC 9(6).
                10 WS-LOT-ORDER      PIC 9(8).
                10 WS-LOT-DATE       PIC 9(8).
                10 WS-LOT-STARTED    PIC 9(4).
                10 WS-LOT-GOOD       PIC 9(4).

      * the machines one order's route went through
        01 WS-SEEN-COUNT         PIC 9(2).
        01 WS-SEEN-IDX           PIC 9(2).
        01 WS-SEEN-HIT           PIC X.
        01 WS-SEEN-TABLE.
            05 WS-SEEN-MC OCCURS 20 TIMES PIC 9(2).

        01 WS-OPERATING-MIN      PIC 9(7).
        01 WS-RATE-WORK          PIC 9(5)V9.

      * the three periods before the one being rated, oldest first
        01 WS-TR-COUNT           PIC 9.
        01 WS-TR-IDX             PIC 9.
        01 WS-TREND-TABLE.
            05 WS-TR-ENTRY OCCURS 3 TIMES.
                10 WS-TR-START       PIC 9(8).
                10 WS-TR-OEE         PIC 9(3)V9.

      * the lowest OEE of each period - where to look first
        01 WS-LOW-OEE            PIC 9(3)V9.
        01 WS-LOW-EQUIP          PIC X(4).

        01 WS-PCT-A-DISP         PIC ZZ9.9.
        01 WS-PCT-P-DISP         PIC ZZ9.9.
        01 WS-PCT-Q-DISP         PIC ZZ9.9.
        01 WS-PCT-O-DISP         PIC ZZ9.9.
        01 WS-MIN-DISP           PIC ZZZZZZ9.
        01 WS-LINE-PTR           PIC 9(3).
        01 WS-PICK               PIC 9.
        01 WS-PERF-NOTE          PIC X(9).
        01 WS-QUAL-NOTE          PIC X(8).
        01 WS-TREND-WORD         PIC X(4).

      * start/end run logging through the shared RUN-CONTROL
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "OEE-REPORT" TO RCP-JOB-NAME
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

            PERFORM SET-PERIODS
            PERFORM LOAD-MACHINES
            IF WS-MC-COUNT = ZERO
                DISPLAY "NO MACHINES ON EQUIPMENT-MASTER - NO OEE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM TALLY-DOWNTIME
            PERFORM TALLY-RUNS
            PERFORM LOAD-LOTS
            PERFORM LOAD-LOT-YIELDS
            PERFORM CREDIT-LOT-QUALITY

            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                    UNTIL WS-MC-IDX > WS-MC-COUNT
                PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                        UNTIL WS-PER-IDX > 2
                    PERFORM RATE-ONE-MACHINE
                END-PERFORM
            END-PERFORM

            PERFORM OPEN-OEE-HISTORY
            PERFORM WRITE-OEE-REPORT
            CLOSE OEE-HISTORY

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-MC-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "OEE REPORT WRITTEN - MACHINES: " WS-MC-COUNT
            GOBACK.

        SET-PERIODS.
      *     the week is the last Monday-Sunday wholly before today;
      *     day 1 of the integer date scale was a Monday, so MOD 7
      *     gives 0 on a Sunday - same arithmetic as DATE-SERVICE
            COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-TODAY-INT, 7)
            IF WS-DAY-OF-WEEK = 0
                COMPUTE WS-WORK-INT = WS-TODAY-INT - 7
            ELSE
                COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-DAY-OF-WEEK
            END-IF
            MOVE "W" TO WS-PER-TYPE(1)
            MOVE "WEEK" TO WS-PER-NAME(1)
            COMPUTE WS-PER-END(1) =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
            COMPUTE WS-PER-START(1) =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT - 6)

      *     the month is the calendar month before this one
            MOVE WS-TODAY-DATE TO WS-WORK-DATE
            MOVE "01" TO WS-WORK-DATE(7:2)
            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
            MOVE "M" TO WS-PER-TYPE(2)
            MOVE "MONTH" TO WS-PER-NAME(2)
            COMPUTE WS-PER-END(2) =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
            MOVE WS-PER-END(2) TO WS-PER-START(2)
            MOVE "01" TO WS-PER-START(2)(7:2)

      *     business days in each, off the shop calendar - counted
      *     from the day before the start so the start day counts
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > 2
                MOVE "C" TO DSP-FUNCTION
                COMPUTE DSP-DATE-1 = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-PER-START(WS-PER-IDX))
                    - 1)
                MOVE WS-PER-END(WS-PER-IDX) TO DSP-DATE-2
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                IF DSP-STATUS = "Y"
                    MOVE DSP-DAY-COUNT TO WS-PER-WORKDAYS(WS-PER-IDX)
                ELSE
                    MOVE ZERO TO WS-PER-WORKDAYS(WS-PER-IDX)
                END-IF
            END-PERFORM.

        LOAD-MACHINES.
            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "EQUIPMENT-MASTER NOT AVAILABLE - STATUS "
                    WS-EQUIP-STATUS
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
            IF EQ-IDEAL-RUN-MINUTES NUMERIC
                MOVE EQ-IDEAL-RUN-MINUTES TO WS-MC-IDEAL(WS-MC-COUNT)
            ELSE
                MOVE ZERO TO WS-MC-IDEAL(WS-MC-COUNT)
            END-IF
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > 2
                COMPUTE WS-MP-PLANNED(WS-MC-COUNT, WS-PER-IDX) =
                    WS-PER-WORKDAYS(WS-PER-IDX)
                    * WS-MC-SHIFT(WS-MC-COUNT)
                MOVE ZERO TO WS-MP-DOWN(WS-MC-COUNT, WS-PER-IDX)
                    WS-MP-RUNS(WS-MC-COUNT, WS-PER-IDX)
                    WS-MP-STARTED(WS-MC-COUNT, WS-PER-IDX)
                    WS-MP-GOOD(WS-MC-COUNT, WS-PER-IDX)
            END-PERFORM.

        FIND-MACHINE.
            MOVE ZERO TO WS-MC-FOUND
            PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                    UNTIL WS-MC-IDX > WS-MC-COUNT
                IF WS-MC-CODE(WS-MC-IDX) = WS-WANT-EQUIP
                    MOVE WS-MC-IDX TO WS-MC-FOUND
                END-IF
            END-PERFORM.

        TALLY-DOWNTIME.
            OPEN INPUT DOWNTIME-LOG
            IF WS-LOG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DOWNTIME-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE DT-EQUIP-CODE TO WS-WANT-EQUIP
                        PERFORM FIND-MACHINE
                        IF WS-MC-FOUND > ZERO
                            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                                    UNTIL WS-PER-IDX > 2
                                IF DT-DOWN-DATE >=
                                        WS-PER-START(WS-PER-IDX)
                                        AND DT-DOWN-DATE <=
                                        WS-PER-END(WS-PER-IDX)
                                    PERFORM TALLY-ONE-STOPPAGE
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DOWNTIME-LOG.

        TALLY-ONE-STOPPAGE.
            ADD DT-MINUTES TO WS-MP-DOWN(WS-MC-FOUND, WS-PER-IDX)
            MOVE ZERO TO WS-RS-FOUND
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                    UNTIL WS-RS-IDX > WS-RS-COUNT
                IF WS-RS-MC(WS-RS-IDX) = WS-MC-FOUND
                        AND WS-RS-PER(WS-RS-IDX) = WS-PER-IDX
                        AND WS-RS-REASON(WS-RS-IDX) = DT-REASON-CODE
                    MOVE WS-RS-IDX TO WS-RS-FOUND
                END-IF
            END-PERFORM
            IF WS-RS-FOUND = ZERO AND WS-RS-COUNT < 300
                ADD 1 TO WS-RS-COUNT
                MOVE WS-RS-COUNT TO WS-RS-FOUND
                MOVE WS-MC-FOUND TO WS-RS-MC(WS-RS-FOUND)
                MOVE WS-PER-IDX TO WS-RS-PER(WS-RS-FOUND)
                MOVE DT-REASON-CODE TO WS-RS-REASON(WS-RS-FOUND)
                MOVE ZERO TO WS-RS-MINUTES(WS-RS-FOUND)
            END-IF
            IF WS-RS-FOUND > ZERO
                ADD DT-MINUTES TO WS-RS-MINUTES(WS-RS-FOUND)
            END-IF.

        TALLY-RUNS.
            OPEN INPUT EQUIPMENT-RUN-LOG
            IF WS-RUNLOG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ EQUIPMENT-RUN-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE ER-EQUIP-CODE TO WS-WANT-EQUIP
                        PERFORM FIND-MACHINE
                        IF WS-MC-FOUND > ZERO
                            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                                    UNTIL WS-PER-IDX > 2
                                IF ER-RUN-DATE >=
                                        WS-PER-START(WS-PER-IDX)
                                        AND ER-RUN-DATE <=
                                        WS-PER-END(WS-PER-IDX)
                                    ADD ER-RUNS TO WS-MP-RUNS
                                        (WS-MC-FOUND, WS-PER-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIPMENT-RUN-LOG.

        LOAD-LOTS.
      *     the lots made inside either period, each counted from
      *     the day its first item was made; every item starts, and
      *     every item not flagged scrap is good
            OPEN INPUT LOT-DETAIL
            IF WS-DETAIL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-DETAIL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF LD-MADE-DATE NUMERIC
                                AND ((LD-MADE-DATE >= WS-PER-START(1)
                                AND LD-MADE-DATE <= WS-PER-END(1))
                                OR (LD-MADE-DATE >= WS-PER-START(2)
                                AND LD-MADE-DATE <= WS-PER-END(2)))
                            PERFORM TALLY-ONE-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-DETAIL.

        TALLY-ONE-ITEM.
            MOVE ZERO TO WS-LOT-FOUND
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-NO(WS-LOT-IDX) = LD-LOT-NUMBER
                    MOVE WS-LOT-IDX TO WS-LOT-FOUND
                END-IF
            END-PERFORM
            IF WS-LOT-FOUND = ZERO AND WS-LOT-COUNT < 500
                ADD 1 TO WS-LOT-COUNT
                MOVE WS-LOT-COUNT TO WS-LOT-FOUND
                MOVE LD-LOT-NUMBER TO WS-LOT-NO(WS-LOT-FOUND)
                IF LD-ORDER-NO NUMERIC
                    MOVE LD-ORDER-NO TO WS-LOT-ORDER(WS-LOT-FOUND)
                ELSE
                    MOVE ZERO TO WS-LOT-ORDER(WS-LOT-FOUND)
                END-IF
                MOVE LD-MADE-DATE TO WS-LOT-DATE(WS-LOT-FOUND)
                MOVE ZERO TO WS-LOT-STARTED(WS-LOT-FOUND)
                    WS-LOT-GOOD(WS-LOT-FOUND)
            END-IF
            IF WS-LOT-FOUND > ZERO
                ADD 1 TO WS-LOT-STARTED(WS-LOT-FOUND)
                IF LD-SCRAP-FLAG NOT = "Y"
                    ADD 1 TO WS-LOT-GOOD(WS-LOT-FOUND)
                END-IF
            END-IF.

        LOAD-LOT-YIELDS.
      *     where SCRAP-ENTRY has kept figures for a lot, they are
      *     the lot's word on started and good
            OPEN INPUT LOT-YIELD
            IF WS-YIELD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-YIELD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                            IF WS-LOT-NO(WS-LOT-IDX) = LY-LOT-NUMBER
                                MOVE LY-STARTED-QTY
                                    TO WS-LOT-STARTED(WS-LOT-IDX)
                                MOVE LY-GOOD-QTY
                                    TO WS-LOT-GOOD(WS-LOT-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE LOT-YIELD.

        CREDIT-LOT-QUALITY.
      *     a lot made against an order counts toward every machine
      *     the order's route went through; a stock lot has no route
      *     to follow and rates no machine
            OPEN INPUT WORK-ORDER-OPER
            IF WS-OPER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-ORDER(WS-LOT-IDX) > ZERO
                    PERFORM FIND-ORDER-MACHINES
                    PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                            UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                        PERFORM CREDIT-ONE-MACHINE
                    END-PERFORM
                END-IF
            END-PERFORM
            CLOSE WORK-ORDER-OPER.

        FIND-ORDER-MACHINES.
            MOVE ZERO TO WS-SEEN-COUNT
            MOVE WS-LOT-ORDER(WS-LOT-IDX) TO WOP-ORDER-NO
            MOVE ZERO TO WOP-LINE-NO WOP-STEP-NO
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
                        IF WOP-ORDER-NO NOT = WS-LOT-ORDER(WS-LOT-IDX)
                            MOVE "Y" TO WS-EOF
                        ELSE
                            MOVE WOP-EQUIP-CODE TO WS-WANT-EQUIP
                            PERFORM FIND-MACHINE
                            PERFORM NOTE-SEEN-MACHINE
                        END-IF
                END-READ
            END-PERFORM.

        NOTE-SEEN-MACHINE.
            IF WS-MC-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-SEEN-HIT
            PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                    UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                IF WS-SEEN-MC(WS-SEEN-IDX) = WS-MC-FOUND
                    MOVE "Y" TO WS-SEEN-HIT
                END-IF
            END-PERFORM
            IF WS-SEEN-HIT = "N" AND WS-SEEN-COUNT < 20
                ADD 1 TO WS-SEEN-COUNT
                MOVE WS-MC-FOUND TO WS-SEEN-MC(WS-SEEN-COUNT)
            END-IF.

        CREDIT-ONE-MACHINE.
            MOVE WS-SEEN-MC(WS-SEEN-IDX) TO WS-MC-FOUND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > 2
                IF WS-LOT-DATE(WS-LOT-IDX) >= WS-PER-START(WS-PER-IDX)
                        AND WS-LOT-DATE(WS-LOT-IDX)
                        <= WS-PER-END(WS-PER-IDX)
                    ADD WS-LOT-STARTED(WS-LOT-IDX)
                        TO WS-MP-STARTED(WS-MC-FOUND, WS-PER-IDX)
                    ADD WS-LOT-GOOD(WS-LOT-IDX)
                        TO WS-MP-GOOD(WS-MC-FOUND, WS-PER-IDX)
                END-IF
            END-PERFORM.

        RATE-ONE-MACHINE.
      *     stoppages longer than the planned time (a weekend repair
      *     logged against a closed day) cannot take it below zero
            IF WS-MP-DOWN(WS-MC-IDX, WS-PER-IDX)
                    > WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX)
                MOVE WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX)
                    TO WS-MP-DOWN(WS-MC-IDX, WS-PER-IDX)
            END-IF
            COMPUTE WS-OPERATING-MIN =
                WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX)
                - WS-MP-DOWN(WS-MC-IDX, WS-PER-IDX)

            IF WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX) > ZERO
                COMPUTE WS-MP-AVAIL(WS-MC-IDX, WS-PER-IDX) ROUNDED =
                    WS-OPERATING-MIN * 100
                    / WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX)
            ELSE
                MOVE ZERO TO WS-MP-AVAIL(WS-MC-IDX, WS-PER-IDX)
            END-IF

      *     a machine cannot run faster than rated - a performance
      *     over 100 means the ideal minutes on the master are stale,
      *     and is held at 100 rather than flattering the OEE
            IF WS-MC-IDEAL(WS-MC-IDX) > ZERO AND WS-OPERATING-MIN > 0
                COMPUTE WS-RATE-WORK ROUNDED =
                    WS-MP-RUNS(WS-MC-IDX, WS-PER-IDX)
                    * WS-MC-IDEAL(WS-MC-IDX) * 100
                    / WS-OPERATING-MIN
                IF WS-RATE-WORK > 100
                    MOVE 100 TO WS-RATE-WORK
                END-IF
                MOVE WS-RATE-WORK TO WS-MP-PERF(WS-MC-IDX, WS-PER-IDX)
            ELSE
                MOVE 100 TO WS-MP-PERF(WS-MC-IDX, WS-PER-IDX)
            END-IF

            IF WS-MP-STARTED(WS-MC-IDX, WS-PER-IDX) > ZERO
                COMPUTE WS-MP-QUAL(WS-MC-IDX, WS-PER-IDX) ROUNDED =
                    WS-MP-GOOD(WS-MC-IDX, WS-PER-IDX) * 100
                    / WS-MP-STARTED(WS-MC-IDX, WS-PER-IDX)
            ELSE
                MOVE 100 TO WS-MP-QUAL(WS-MC-IDX, WS-PER-IDX)
            END-IF

            COMPUTE WS-MP-OEE(WS-MC-IDX, WS-PER-IDX) ROUNDED =
                WS-MP-AVAIL(WS-MC-IDX, WS-PER-IDX)
                * WS-MP-PERF(WS-MC-IDX, WS-PER-IDX)
                * WS-MP-QUAL(WS-MC-IDX, WS-PER-IDX) / 10000.

        OPEN-OEE-HISTORY.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as BOM-MAINTENANCE's OPEN-BOM
            OPEN I-O OEE-HISTORY
            IF WS-HIST-STATUS = "35"
                OPEN OUTPUT OEE-HISTORY
                CLOSE OEE-HISTORY
                OPEN I-O OEE-HISTORY
            END-IF.

        WRITE-OEE-REPORT.
            OPEN OUTPUT OEE-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO OEE-RPT-LINE
                WRITE OEE-RPT-LINE
            END-IF

            MOVE SPACES TO OEE-RPT-LINE
            STRING "OVERALL EQUIPMENT EFFECTIVENESS - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO OEE-RPT-LINE
            WRITE OEE-RPT-LINE
            MOVE SPACES TO OEE-RPT-LINE
            STRING "OEE = AVAILABILITY X PERFORMANCE X QUALITY"
                   DELIMITED BY SIZE INTO OEE-RPT-LINE
            WRITE OEE-RPT-LINE

            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > 2
                MOVE SPACES TO OEE-RPT-LINE
                WRITE OEE-RPT-LINE
                MOVE SPACES TO OEE-RPT-LINE
                STRING "--- " WS-PER-NAME(WS-PER-IDX) " "
                       WS-PER-START(WS-PER-IDX) " TO "
                       WS-PER-END(WS-PER-IDX) " ("
                       WS-PER-WORKDAYS(WS-PER-IDX)
                       " WORK DAYS) ---"
                       DELIMITED BY SIZE INTO OEE-RPT-LINE
                WRITE OEE-RPT-LINE

                MOVE 999.9 TO WS-LOW-OEE
                MOVE SPACES TO WS-LOW-EQUIP
                PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                        UNTIL WS-MC-IDX > WS-MC-COUNT
                    PERFORM GATHER-TREND
                    PERFORM WRITE-ONE-MACHINE
                    PERFORM SAVE-OEE-HISTORY
                    IF WS-MP-OEE(WS-MC-IDX, WS-PER-IDX) < WS-LOW-OEE
                        MOVE WS-MP-OEE(WS-MC-IDX, WS-PER-IDX)
                            TO WS-LOW-OEE
                        MOVE WS-MC-CODE(WS-MC-IDX) TO WS-LOW-EQUIP
                    END-IF
                END-PERFORM

                MOVE WS-LOW-OEE TO WS-PCT-O-DISP
                MOVE SPACES TO OEE-RPT-LINE
                STRING "LOWEST OEE THIS " WS-PER-NAME(WS-PER-IDX)
                       ": " WS-LOW-EQUIP " AT " WS-PCT-O-DISP "%"
                       DELIMITED BY SIZE INTO OEE-RPT-LINE
                WRITE OEE-RPT-LINE
            END-PERFORM

            CLOSE OEE-RPT.

        WRITE-ONE-MACHINE.
            MOVE WS-MP-AVAIL(WS-MC-IDX, WS-PER-IDX) TO WS-PCT-A-DISP
            MOVE WS-MP-PERF(WS-MC-IDX, WS-PER-IDX) TO WS-PCT-P-DISP
            MOVE WS-MP-QUAL(WS-MC-IDX, WS-PER-IDX) TO WS-PCT-Q-DISP
            MOVE WS-MP-OEE(WS-MC-IDX, WS-PER-IDX) TO WS-PCT-O-DISP
            MOVE SPACES TO WS-PERF-NOTE WS-QUAL-NOTE
            IF WS-MC-IDEAL(WS-MC-IDX) = ZERO
                MOVE " UNRATED" TO WS-PERF-NOTE
            END-IF
            IF WS-MP-STARTED(WS-MC-IDX, WS-PER-IDX) = ZERO
                MOVE " NO LOTS" TO WS-QUAL-NOTE
            END-IF
            MOVE SPACES TO OEE-RPT-LINE
            STRING WS-MC-CODE(WS-MC-IDX) " " WS-MC-NAME(WS-MC-IDX)
                   " AVAIL " WS-PCT-A-DISP
                   " PERF " WS-PCT-P-DISP
                   " QUAL " WS-PCT-Q-DISP
                   " OEE " WS-PCT-O-DISP "%"
                   WS-PERF-NOTE WS-QUAL-NOTE
                   DELIMITED BY SIZE INTO OEE-RPT-LINE
            WRITE OEE-RPT-LINE

            MOVE WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX) TO WS-MIN-DISP
            MOVE SPACES TO OEE-RPT-LINE
            STRING "     PLANNED " WS-MIN-DISP
                   DELIMITED BY SIZE INTO OEE-RPT-LINE
            MOVE WS-MP-DOWN(WS-MC-IDX, WS-PER-IDX) TO WS-MIN-DISP
            STRING "  DOWN " WS-MIN-DISP
                   "  RUNS " WS-MP-RUNS(WS-MC-IDX, WS-PER-IDX)
                   "  STARTED " WS-MP-STARTED(WS-MC-IDX, WS-PER-IDX)
                   "  GOOD " WS-MP-GOOD(WS-MC-IDX, WS-PER-IDX)
                   DELIMITED BY SIZE INTO OEE-RPT-LINE(21:80)
            WRITE OEE-RPT-LINE

            PERFORM WRITE-TOP-LOSSES

            MOVE SPACES TO OEE-RPT-LINE
            IF WS-TR-COUNT = ZERO
                STRING "     TREND: NO PRIOR PERIODS ON FILE"
                       DELIMITED BY SIZE INTO OEE-RPT-LINE
            ELSE
                MOVE 1 TO WS-LINE-PTR
                STRING "     TREND:" DELIMITED BY SIZE
                    INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
                PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                        UNTIL WS-TR-IDX > WS-TR-COUNT
                    MOVE WS-TR-OEE(WS-TR-IDX) TO WS-PCT-O-DISP
                    STRING " " WS-TR-START(WS-TR-IDX) " "
                           WS-PCT-O-DISP "%"
                           DELIMITED BY SIZE
                        INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-MP-OEE(WS-MC-IDX, WS-PER-IDX)
                            > WS-TR-OEE(WS-TR-COUNT)
                        MOVE "UP" TO WS-TREND-WORD
                    WHEN WS-MP-OEE(WS-MC-IDX, WS-PER-IDX)
                            < WS-TR-OEE(WS-TR-COUNT)
                        MOVE "DOWN" TO WS-TREND-WORD
                    WHEN OTHER
                        MOVE "FLAT" TO WS-TREND-WORD
                END-EVALUATE
                STRING "  NOW " WS-TREND-WORD DELIMITED BY SIZE
                    INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
            END-IF
            WRITE OEE-RPT-LINE.

        WRITE-TOP-LOSSES.
      *     the three reasons that cost the most minutes, picked off
      *     the rollup one at a time
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                    UNTIL WS-RS-IDX > WS-RS-COUNT
                MOVE "N" TO WS-RS-TAKEN(WS-RS-IDX)
            END-PERFORM
            MOVE SPACES TO OEE-RPT-LINE
            MOVE 1 TO WS-LINE-PTR
            STRING "     TOP LOSSES:" DELIMITED BY SIZE
                INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
            PERFORM VARYING WS-PICK FROM 1 BY 1 UNTIL WS-PICK > 3
                MOVE ZERO TO WS-RS-FOUND
                PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                        UNTIL WS-RS-IDX > WS-RS-COUNT
                    IF WS-RS-MC(WS-RS-IDX) = WS-MC-IDX
                            AND WS-RS-PER(WS-RS-IDX) = WS-PER-IDX
                            AND WS-RS-TAKEN(WS-RS-IDX) = "N"
                        IF WS-RS-FOUND = ZERO
                            MOVE WS-RS-IDX TO WS-RS-FOUND
                        ELSE
                            IF WS-RS-MINUTES(WS-RS-IDX)
                                    > WS-RS-MINUTES(WS-RS-FOUND)
                                MOVE WS-RS-IDX TO WS-RS-FOUND
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-RS-FOUND > ZERO
                    MOVE "Y" TO WS-RS-TAKEN(WS-RS-FOUND)
                    MOVE WS-RS-MINUTES(WS-RS-FOUND) TO WS-MIN-DISP
                    STRING " " WS-RS-REASON(WS-RS-FOUND)
                           WS-MIN-DISP " MIN"
                           DELIMITED BY SIZE
                        INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
                ELSE
                    IF WS-PICK = 1
                        STRING " NONE LOGGED" DELIMITED BY SIZE
                            INTO OEE-RPT-LINE WITH POINTER WS-LINE-PTR
                    END-IF
                    MOVE 3 TO WS-PICK
                END-IF
            END-PERFORM
            WRITE OEE-RPT-LINE.

        GATHER-TREND.
      *     the key leads with machine and period type, so START
      *     there and read forward to the period being rated,
      *     keeping the last three seen
            MOVE ZERO TO WS-TR-COUNT
            MOVE WS-MC-CODE(WS-MC-IDX) TO OH-EQUIP-CODE
            MOVE WS-PER-TYPE(WS-PER-IDX) TO OH-PERIOD-TYPE
            MOVE ZERO TO OH-PERIOD-START
            START OEE-HISTORY KEY >= OH-HIST-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ OEE-HISTORY NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF OH-EQUIP-CODE NOT = WS-MC-CODE(WS-MC-IDX)
                                OR OH-PERIOD-TYPE
                                NOT = WS-PER-TYPE(WS-PER-IDX)
                                OR OH-PERIOD-START
                                >= WS-PER-START(WS-PER-IDX)
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM KEEP-TREND-ENTRY
                        END-IF
                END-READ
            END-PERFORM.

        KEEP-TREND-ENTRY.
            IF WS-TR-COUNT = 3
                MOVE WS-TR-ENTRY(2) TO WS-TR-ENTRY(1)
                MOVE WS-TR-ENTRY(3) TO WS-TR-ENTRY(2)
            ELSE
                ADD 1 TO WS-TR-COUNT
            END-IF
            MOVE OH-PERIOD-START TO WS-TR-START(WS-TR-COUNT)
            MOVE OH-OEE-PCT TO WS-TR-OEE(WS-TR-COUNT).

        SAVE-OEE-HISTORY.
      *     a re-run over the same period replaces what it wrote
            MOVE WS-MC-CODE(WS-MC-IDX) TO OH-EQUIP-CODE
            MOVE WS-PER-TYPE(WS-PER-IDX) TO OH-PERIOD-TYPE
            MOVE WS-PER-START(WS-PER-IDX) TO OH-PERIOD-START
            MOVE WS-PER-END(WS-PER-IDX) TO OH-PERIOD-END
            MOVE WS-MP-PLANNED(WS-MC-IDX, WS-PER-IDX) TO OH-PLANNED-MIN
            MOVE WS-MP-DOWN(WS-MC-IDX, WS-PER-IDX) TO OH-DOWN-MIN
            MOVE WS-MP-RUNS(WS-MC-IDX, WS-PER-IDX) TO OH-RUNS
            MOVE WS-MP-STARTED(WS-MC-IDX, WS-PER-IDX) TO OH-STARTED-QTY
            MOVE WS-MP-GOOD(WS-MC-IDX, WS-PER-IDX) TO OH-GOOD-QTY
            MOVE WS-MP-AVAIL(WS-MC-IDX, WS-PER-IDX) TO OH-AVAIL-PCT
            MOVE WS-MP-PERF(WS-MC-IDX, WS-PER-IDX) TO OH-PERF-PCT
            MOVE WS-MP-QUAL(WS-MC-IDX, WS-PER-IDX) TO OH-QUAL-PCT
            MOVE WS-MP-OEE(WS-MC-IDX, WS-PER-IDX) TO OH-OEE-PCT
            WRITE OEE-HISTORY-RECORD
                INVALID KEY
                    REWRITE OEE-HISTORY-RECORD
            END-WRITE.

            END PROGRAM OEE-REPORT.

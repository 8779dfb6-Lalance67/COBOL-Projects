      * DEPRECIATION-RUN - the month-end depreciation on the
      * FIXED-ASSET register. For a prompted period (YYYYMM, 0 for
      * last month) every asset in service is charged each month
      * from the one after its last charge (from its acquisition
      * month on the first run) through the period - straight-line
      * at (cost - salvage) over the life in months, double-
      * declining balance at twice the straight-line rate on the
      * net book value - never taking net book value below salvage,
      * and charging whatever is left in the last month of the life.
      * A month already charged is never charged again, so the run
      * can safely be repeated. Each month charged goes on
      * ASSET-JOURNAL.DAT, which GL-EXTRACT books as depreciation
      * expense against accumulated depreciation. The schedule of
      * every asset - cost, salvage, depreciation before, this run
      * and after, net book value - is written to
      * DEPRECIATION-RPT.DAT and captured into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DEPRECIATION-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FIXED-ASSET ASSIGN TO "FIXED-ASSET.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FA-EQUIP-CODE
                FILE STATUS IS WS-ASSET-STATUS.

            SELECT ASSET-JOURNAL ASSIGN TO "ASSET-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

            SELECT DEPRECIATION-RPT ASSIGN TO "DEPRECIATION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FIXED-ASSET.
            COPY "FIXED-ASSET-RECORD.cpy".

        FD  ASSET-JOURNAL.
            COPY "ASSET-JOURNAL-RECORD.cpy".

        FD  DEPRECIATION-RPT.
        01  DEPRECIATION-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ASSET-STATUS       PIC XX.
        01 WS-JOURNAL-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * the period charged through
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 99.

      * the asset in hand
        01 WS-CHARGE-PERIOD      PIC 9(6).
        01 WS-ACQUIRED-PERIOD    PIC 9(6).
        01 WS-LIFE-MONTHS        PIC 9(4).
        01 WS-MONTH-OF-LIFE      PIC S9(5).
        01 WS-DEPRECIABLE-LEFT   PIC S9(9)V99.
        01 WS-MONTH-DEPR         PIC S9(9)V99.
        01 WS-ACCUM-BEFORE       PIC 9(9)V99.
        01 WS-ASSET-CHARGE       PIC 9(9)V99.
        01 WS-BOOK-VALUE         PIC 9(9)V99.
        01 WS-MONTHS-CHARGED     PIC 9(3).
        01 WS-NOTE               PIC X(17).

      * run totals
        01 WS-ASSET-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-CHARGED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-COST-TOTAL         PIC 9(11)V99 VALUE ZERO.
        01 WS-BEFORE-TOTAL       PIC 9(11)V99 VALUE ZERO.
        01 WS-CHARGE-TOTAL       PIC 9(11)V99 VALUE ZERO.
        01 WS-AFTER-TOTAL        PIC 9(11)V99 VALUE ZERO.
        01 WS-BOOK-TOTAL         PIC 9(11)V99 VALUE ZERO.

        01 WS-COST-DISP          PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-SALVAGE-DISP       PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-BEFORE-DISP        PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-CHARGE-DISP        PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-AFTER-DISP         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-BOOK-DISP          PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-COUNT-DISP         PIC ZZZZ9.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the schedule is captured into the spool catalog so a closed
      * month's charge can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "DEPRECIATION-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            DISPLAY "DEPRECIATION RUN - THROUGH PERIOD (YYYYMM, 0 FOR"
                " LAST MONTH):"
            ACCEPT WS-PERIOD-ENTRY
            DISPLAY ""

      *     last month runs to the day before the 1st of this one
            IF WS-PERIOD-ENTRY = ZERO
                MOVE WS-TODAY-DATE TO WS-WORK-DATE
                MOVE "01" TO WS-WORK-DATE(7:2)
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                COMPUTE WS-WORK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                MOVE WS-WORK-DATE(1:6) TO WS-PERIOD-ENTRY
            END-IF
            MOVE WS-PERIOD-ENTRY(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                    OR WS-PERIOD-ENTRY > WS-TODAY-DATE(1:6)
                DISPLAY "PERIOD MUST BE A YYYYMM MONTH NOT AFTER THIS"
                    " ONE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            OPEN I-O FIXED-ASSET
            IF WS-ASSET-STATUS NOT = "00"
                DISPLAY "FIXED-ASSET NOT AVAILABLE - STATUS "
                    WS-ASSET-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

      *     the journal appends across runs - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND ASSET-JOURNAL
            IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
                CLOSE ASSET-JOURNAL
                OPEN OUTPUT ASSET-JOURNAL
            END-IF

            OPEN OUTPUT DEPRECIATION-RPT
            PERFORM WRITE-REPORT-HEADER

            PERFORM UNTIL WS-EOF = "Y"
                READ FIXED-ASSET NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF FA-STATUS NOT = "D"
                            PERFORM DEPRECIATE-ONE-ASSET
                        END-IF
                END-READ
            END-PERFORM

            PERFORM WRITE-REPORT-TOTALS

            CLOSE FIXED-ASSET
            CLOSE ASSET-JOURNAL
            CLOSE DEPRECIATION-RPT

            MOVE "DEPRECIATION-RUN" TO SPP-REPORT-NAME
            MOVE "DEPRECIATION-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-CHARGED-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISP
            DISPLAY "DEPRECIATION THROUGH " WS-PERIOD-ENTRY
                " WRITTEN TO DEPRECIATION-RPT.DAT - CHARGED "
                WS-TOTAL-DISP
            GOBACK.

        DEPRECIATE-ONE-ASSET.
            MOVE FA-ACQUIRED-DATE(1:6) TO WS-ACQUIRED-PERIOD
            MOVE FA-ACCUM-DEPR TO WS-ACCUM-BEFORE
            MOVE ZERO TO WS-ASSET-CHARGE WS-MONTHS-CHARGED
            MOVE SPACES TO WS-NOTE
            COMPUTE WS-LIFE-MONTHS = FA-LIFE-YEARS * 12

      *     first month owed - the acquisition month on the first
      *     run, the month after the last one charged after that
            IF FA-LAST-DEPR-PERIOD = ZERO
                MOVE WS-ACQUIRED-PERIOD TO WS-CHARGE-PERIOD
            ELSE
                MOVE FA-LAST-DEPR-PERIOD TO WS-CHARGE-PERIOD
                PERFORM NEXT-CHARGE-PERIOD
            END-IF

            IF WS-ACQUIRED-PERIOD > WS-PERIOD-ENTRY
                MOVE "NOT YET OWNED" TO WS-NOTE
            ELSE
                PERFORM UNTIL WS-CHARGE-PERIOD > WS-PERIOD-ENTRY
                    PERFORM CHARGE-ONE-MONTH
                    PERFORM NEXT-CHARGE-PERIOD
                END-PERFORM
                IF FA-COST - FA-ACCUM-DEPR <= FA-SALVAGE
                    MOVE "FULLY DEPRECIATED" TO WS-NOTE
                END-IF
                IF WS-MONTHS-CHARGED > ZERO
                    MOVE WS-TODAY-DATE TO FA-UPDATED-DATE
                    MOVE "DEPR-RUN" TO FA-UPDATED-BY
                    REWRITE FIXED-ASSET-RECORD
                END-IF
                IF WS-ASSET-CHARGE > ZERO
                    ADD 1 TO WS-CHARGED-COUNT
                END-IF
            END-IF

            PERFORM WRITE-ASSET-LINE.

        CHARGE-ONE-MONTH.
      *     WS-MONTH-OF-LIFE counts from 1 in the acquisition month;
      *     the last month of the life takes whatever is left
            COMPUTE WS-MONTH-OF-LIFE =
                (FUNCTION NUMVAL(WS-CHARGE-PERIOD(1:4)) * 12
                    + FUNCTION NUMVAL(WS-CHARGE-PERIOD(5:2)))
              - (FUNCTION NUMVAL(WS-ACQUIRED-PERIOD(1:4)) * 12
                    + FUNCTION NUMVAL(WS-ACQUIRED-PERIOD(5:2)))
              + 1
            COMPUTE WS-DEPRECIABLE-LEFT =
                FA-COST - FA-SALVAGE - FA-ACCUM-DEPR
            IF WS-DEPRECIABLE-LEFT <= ZERO
                MOVE ZERO TO WS-MONTH-DEPR
            ELSE
                IF WS-MONTH-OF-LIFE >= WS-LIFE-MONTHS
                    MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-DEPR
                ELSE
                    IF FA-METHOD = "D"
                        COMPUTE WS-MONTH-DEPR ROUNDED =
                            (FA-COST - FA-ACCUM-DEPR) * 2
                                / WS-LIFE-MONTHS
                    ELSE
                        COMPUTE WS-MONTH-DEPR ROUNDED =
                            (FA-COST - FA-SALVAGE) / WS-LIFE-MONTHS
                    END-IF
                    IF WS-MONTH-DEPR > WS-DEPRECIABLE-LEFT
                        MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-DEPR
                    END-IF
                END-IF
            END-IF

            ADD WS-MONTH-DEPR TO FA-ACCUM-DEPR WS-ASSET-CHARGE
            MOVE WS-CHARGE-PERIOD TO FA-LAST-DEPR-PERIOD
            ADD 1 TO WS-MONTHS-CHARGED
            IF WS-MONTH-DEPR > ZERO
                PERFORM LOG-MONTH-CHARGE
            END-IF.

        NEXT-CHARGE-PERIOD.
            IF WS-CHARGE-PERIOD(5:2) = "12"
                ADD 89 TO WS-CHARGE-PERIOD
            ELSE
                ADD 1 TO WS-CHARGE-PERIOD
            END-IF.

        LOG-MONTH-CHARGE.
            MOVE WS-TODAY-DATE TO AJ-POST-DATE
            MOVE FA-EQUIP-CODE TO AJ-EQUIP-CODE
            MOVE "M" TO AJ-TYPE
            MOVE WS-CHARGE-PERIOD TO AJ-PERIOD
            MOVE WS-MONTH-DEPR TO AJ-AMOUNT
            MOVE FA-ACCUM-DEPR TO AJ-ACCUM-DEPR
            MOVE ZERO TO AJ-PROCEEDS AJ-GAIN-LOSS
            MOVE "DEPR-RUN" TO AJ-OPERATOR
            WRITE ASSET-JOURNAL-RECORD.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "DEPRECIATION SCHEDULE THROUGH " WS-PERIOD-ENTRY
                   " - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE SPACES TO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "ASST DESCRIPTION          M LIFE"
                   "           COST        SALVAGE"
                   "    DEPR BEFORE       THIS RUN"
                   "     DEPR AFTER NET BOOK VALUE  NOTE"
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE SPACES TO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE.

        WRITE-ASSET-LINE.
            COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
            MOVE FA-COST TO WS-COST-DISP
            MOVE FA-SALVAGE TO WS-SALVAGE-DISP
            MOVE WS-ACCUM-BEFORE TO WS-BEFORE-DISP
            MOVE WS-ASSET-CHARGE TO WS-CHARGE-DISP
            MOVE FA-ACCUM-DEPR TO WS-AFTER-DISP
            MOVE WS-BOOK-VALUE TO WS-BOOK-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING FA-EQUIP-CODE
                   " " FA-DESCRIPTION
                   " " FA-METHOD
                   "   " FA-LIFE-YEARS
                   " " WS-COST-DISP
                   " " WS-SALVAGE-DISP
                   " " WS-BEFORE-DISP
                   " " WS-CHARGE-DISP
                   " " WS-AFTER-DISP
                   " " WS-BOOK-DISP
                   "  " WS-NOTE
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE

            ADD 1 TO WS-ASSET-COUNT
            ADD FA-COST TO WS-COST-TOTAL
            ADD WS-ACCUM-BEFORE TO WS-BEFORE-TOTAL
            ADD WS-ASSET-CHARGE TO WS-CHARGE-TOTAL
            ADD FA-ACCUM-DEPR TO WS-AFTER-TOTAL
            ADD WS-BOOK-VALUE TO WS-BOOK-TOTAL.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-ASSET-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "ASSETS IN SERVICE:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-COST-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "TOTAL COST:             " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-BEFORE-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "DEPRECIATION BEFORE:    " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "CHARGED THIS RUN:       " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-AFTER-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "ACCUM DEPRECIATION:     " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE
            MOVE WS-BOOK-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO DEPRECIATION-LINE
            STRING "NET BOOK VALUE:         " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO DEPRECIATION-LINE
            WRITE DEPRECIATION-LINE.

            END PROGRAM DEPRECIATION-RUN.

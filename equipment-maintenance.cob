      * changes EQUIPMENT-MASTER entries with their PM schedule (by
      * calendar days, run count, or both), records downtime with a
      * start/stop and reason code, bumps the run counter as jobs
      * run (logging the runs by date on EQUIPMENT-RUN-LOG), and
      * records a completed PM (which zeroes the counter and stamps
      * the date). EQUIPMENT-REPORT prints the due list and the
      * downtime rollup with the morning reports; OEE-REPORT rates
      * each machine off the same logs.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EQUIPMENT-MAINTENANCE.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.

            SELECT EQUIPMENT-RUN-LOG ASSIGN TO "EQUIPMENT-RUN-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
        FD  DOWNTIME-LOG.
            COPY "DOWNTIME-RECORD.cpy".

        FD  EQUIPMENT-RUN-LOG.
            COPY "EQUIPMENT-RUN-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-LOG-STATUS         PIC XX.
        01 WS-RUNLOG-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
            ACCEPT EQ-PM-INTERVAL-DAYS
            DISPLAY "ENTER PM INTERVAL RUNS (0 IF NOT BY RUNS):"
            ACCEPT EQ-PM-INTERVAL-RUNS
            DISPLAY "ENTER SHIFT MINUTES PER DAY (0 FOR SHOP STANDARD):"
            ACCEPT EQ-SHIFT-MINUTES
            DISPLAY "ENTER IDEAL MINUTES PER RUN (E.G. 012.5, 0 IF"
                " NOT RATED):"
            ACCEPT EQ-IDEAL-RUN-MINUTES
            MOVE WS-TODAY-DATE TO EQ-LAST-PM-DATE
            MOVE ZERO TO EQ-RUN-COUNT

                    ACCEPT EQ-PM-INTERVAL-DAYS
                    DISPLAY "ENTER NEW PM INTERVAL RUNS:"
                    ACCEPT EQ-PM-INTERVAL-RUNS
                    IF EQ-SHIFT-MINUTES NOT NUMERIC
                        MOVE ZERO TO EQ-SHIFT-MINUTES
                    END-IF
                    DISPLAY "CURRENT SHIFT MINUTES: " EQ-SHIFT-MINUTES
                        " (0 = SHOP STANDARD)"
                    DISPLAY "ENTER NEW SHIFT MINUTES PER DAY:"
                    ACCEPT EQ-SHIFT-MINUTES
                    IF EQ-IDEAL-RUN-MINUTES NOT NUMERIC
                        MOVE ZERO TO EQ-IDEAL-RUN-MINUTES
                    END-IF
                    DISPLAY "CURRENT IDEAL MINUTES PER RUN: "
                        EQ-IDEAL-RUN-MINUTES " (0 = NOT RATED)"
                    DISPLAY "ENTER NEW IDEAL MINUTES PER RUN:"
                    ACCEPT EQ-IDEAL-RUN-MINUTES
                    REWRITE EQUIPMENT-MASTER-RECORD
                    DISPLAY "SCHEDULE UPDATED"
            END-READ.
                    ACCEPT WS-RUNS-ENTRY
                    ADD WS-RUNS-ENTRY TO EQ-RUN-COUNT
                    REWRITE EQUIPMENT-MASTER-RECORD
                    PERFORM LOG-RUNS
                    DISPLAY "RUN COUNT NOW " EQ-RUN-COUNT
            END-READ.

        LOG-RUNS.
      *     the counter zeroes at every PM, so the runs are also
      *     logged by date for OEE-REPORT - same OPEN EXTEND with an
      *     OPEN OUTPUT fallback as the downtime log
            MOVE EQ-EQUIP-CODE TO ER-EQUIP-CODE
            MOVE WS-TODAY-DATE TO ER-RUN-DATE
            MOVE WS-RUNS-ENTRY TO ER-RUNS
            MOVE WS-OPERATOR-ID TO ER-OPERATOR
            OPEN EXTEND EQUIPMENT-RUN-LOG
            IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
                CLOSE EQUIPMENT-RUN-LOG
                OPEN OUTPUT EQUIPMENT-RUN-LOG
            END-IF
            WRITE EQUIPMENT-RUN-RECORD
            CLOSE EQUIPMENT-RUN-LOG.

        INQUIRE-MACHINE.
            DISPLAY "ENTER EQUIPMENT CODE (4 CHARS):"
            ACCEPT EQ-EQUIP-CODE
                        " DAYS / " EQ-PM-INTERVAL-RUNS " RUNS"
                    DISPLAY "LAST PM: " EQ-LAST-PM-DATE
                    DISPLAY "RUNS SINCE PM: " EQ-RUN-COUNT
                    IF EQ-SHIFT-MINUTES NUMERIC
                            AND EQ-SHIFT-MINUTES > ZERO
                        DISPLAY "SHIFT MINUTES: " EQ-SHIFT-MINUTES
                    ELSE
                        DISPLAY "SHIFT MINUTES: SHOP STANDARD"
                    END-IF
                    IF EQ-IDEAL-RUN-MINUTES NUMERIC
                            AND EQ-IDEAL-RUN-MINUTES > ZERO
                        DISPLAY "IDEAL MINUTES PER RUN: "
                            EQ-IDEAL-RUN-MINUTES
                    ELSE
                        DISPLAY "IDEAL MINUTES PER RUN: NOT RATED"
                    END-IF
            END-READ.

            END PROGRAM EQUIPMENT-MAINTENANCE.

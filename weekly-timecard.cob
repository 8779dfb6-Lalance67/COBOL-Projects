      * WEEKLY-TIMECARD - the pay week's timecards, built from the
      * clock instead of paper. Every LABOR-ACTUAL interval TIME-CLOCK
      * closed inside the week is totalled by operator and day; a day
      * past the daily overtime threshold pays the excess as
      * overtime, straight time past the weekly threshold rolls to
      * overtime as well, and time worked on a SHOP-CALENDAR closure
      * day is paid as holiday time at the holiday premium (it does
      * not count toward either overtime threshold). The three knobs
      * live on the parameter file. A punch still open on TIME-CLOCK
      * (nobody clocked out) and a punch that starts before the
      * operator's previous one ended are flagged on the card and on
      * the exception summary for the supervisor to correct.
      * Each operator gets a timecard page in WEEKLY-TIMECARD.DAT
      * with employee and supervisor sign-off lines, and the week
      * goes to the payroll service as PAYROLL-EXPORT.DAT (see
      * PAYROLL-EXPORT-RECORD.cpy), closed by a trailer of control
      * totals that the timecard print repeats at its foot.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WEEKLY-TIMECARD.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LABOR-ACTUAL ASSIGN TO "LABOR-ACTUAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACTUAL-STATUS.

            SELECT TIME-CLOCK-FILE ASSIGN TO "TIME-CLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLOCK-STATUS.

            SELECT SHOP-CALENDAR ASSIGN TO "SHOP-CALENDAR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CALENDAR-STATUS.

            SELECT TIMECARD-WORK ASSIGN TO "TIMECARD-WORK.TMP".

            SELECT TIMECARD-RPT ASSIGN TO "WEEKLY-TIMECARD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT PAYROLL-EXPORT ASSIGN TO "PAYROLL-EXPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXPORT-STATUS.

            SELECT EXCEPTION-SUMMARY ASSIGN TO "EXCEPTION-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LABOR-ACTUAL.
            COPY "LABOR-ACTUAL-RECORD.cpy".

        FD  TIME-CLOCK-FILE.
            COPY "TIME-CLOCK-RECORD.cpy".

        FD  SHOP-CALENDAR.
        01  SHOP-CALENDAR-RECORD.
            05  CAL-DATE            PIC 9(8).
            05  CAL-DESC            PIC X(30).

        SD  TIMECARD-WORK.
        01  TIMECARD-WORK-RECORD.
            05  TW-OPERATOR          PIC X(10).
            05  TW-WORK-DATE         PIC 9(8).
            05  TW-START-TIME        PIC 9(4).
      *     L a closed LABOR-ACTUAL interval, O a punch still open
            05  TW-KIND              PIC X.
            05  TW-ORDER-NO          PIC 9(8).
            05  TW-STOP-TIME         PIC 9(4).
            05  TW-MINUTES           PIC 9(5).
      *     N on intervals closed before start/stop times were kept
            05  TW-TIMES-KNOWN       PIC X.

        FD  TIMECARD-RPT.
        01  TIMECARD-LINE            PIC X(100).

        FD  PAYROLL-EXPORT.
            COPY "PAYROLL-EXPORT-RECORD.cpy".

        FD  EXCEPTION-SUMMARY.
            COPY "EXCEPTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-ACTUAL-STATUS      PIC XX.
        01 WS-CLOCK-STATUS       PIC XX.
        01 WS-CALENDAR-STATUS    PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EXPORT-STATUS      PIC XX.
        01 WS-EXCEPT-STATUS      PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-TIME           PIC 9(6).
        01 WS-TODAY-DAYS         PIC 9(7).

      * the pay week - seven days ending on the date keyed, or on
      * the last Saturday before today when none is
        01 WS-WEEK-END-ENTRY     PIC 9(8).
        01 WS-WEEK-START         PIC 9(8).
        01 WS-WEEK-END           PIC 9(8).
        01 WS-WEEK-START-DAYS    PIC 9(7).
        01 WS-WEEK-END-DAYS      PIC 9(7).
        01 WS-WEEKDAY            PIC 9.
        01 WS-BACK-DAYS          PIC 9.
        01 WS-ENTRY-DAYS         PIC 9(7).

      * the overtime and holiday knobs off the parameter file
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-DAILY-OT-MIN       PIC 9(5).
        01 WS-WEEKLY-OT-MIN      PIC 9(5).
        01 WS-HOLIDAY-PCT        PIC 9(3).

      * one row per day of the week being paid - its date, name, and
      * whether the shop calendar has it closed
        01 WS-DAY-IDX            PIC 9.
        01 WS-DAY-TABLE.
            05 WS-DAY-ROW OCCURS 7 TIMES.
                10 WS-DAY-DATE       PIC 9(8).
                10 WS-DAY-NAME       PIC X(3).
                10 WS-DAY-HOLIDAY    PIC X.
                10 WS-DAY-MINUTES    PIC 9(5).
        01 WS-DAY-NAMES          PIC X(21)
                                 VALUE "MONTUEWEDTHUFRISATSUN".

      * the operator whose card is being built
        01 WS-CURRENT-OPERATOR   PIC X(10) VALUE SPACES.
        01 WS-PREV-DATE          PIC 9(8).
        01 WS-PREV-END-MIN       PIC 9(5).
        01 WS-START-MIN          PIC 9(5).
        01 WS-START-HH           PIC 9(2).
        01 WS-START-MM           PIC 9(2).
        01 WS-CARD-EXCEPTIONS    PIC 9(3).
        01 WS-DAY-OT             PIC 9(5).
        01 WS-REGULAR-MIN        PIC 9(5).
        01 WS-OVERTIME-MIN       PIC 9(5).
        01 WS-HOLIDAY-MIN        PIC 9(5).
        01 WS-TOTAL-MIN          PIC 9(5).
        01 WS-FLAG-TEXT          PIC X(30).
        01 WS-REASON             PIC X(40).

      * trailer control totals
        01 WS-RECORD-COUNT       PIC 9(7) VALUE ZERO.
        01 WS-OPERATOR-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
        01 WS-GRAND-REGULAR      PIC 9(9) VALUE ZERO.
        01 WS-GRAND-OVERTIME     PIC 9(9) VALUE ZERO.
        01 WS-GRAND-HOLIDAY      PIC 9(9) VALUE ZERO.
        01 WS-GRAND-TOTAL        PIC 9(9) VALUE ZERO.

        01 WS-MIN-DISP           PIC ZZZZ9.
        01 WS-HOURS-DISP         PIC ZZ9.99.
        01 WS-GRAND-DISP         PIC ZZZZZZZZ9.
        01 WS-HOURS              PIC 9(3)V99.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the printed cards are captured into the spool catalog so a
      * disputed week can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "WEEKLY-TIMECARD" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
            MOVE WS-RUN-TIMESTAMP(9:6) TO WS-RUN-TIME
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

            PERFORM SET-PAY-WEEK
            PERFORM LOAD-PAY-PARAMETERS
            PERFORM LOAD-WEEK-CALENDAR

            OPEN OUTPUT TIMECARD-RPT
            OPEN OUTPUT PAYROLL-EXPORT
            PERFORM WRITE-EXPORT-HEADER

            SORT TIMECARD-WORK
                ON ASCENDING KEY TW-OPERATOR
                ON ASCENDING KEY TW-WORK-DATE
                ON ASCENDING KEY TW-START-TIME
                INPUT PROCEDURE IS PULL-WEEK-PUNCHES
                OUTPUT PROCEDURE IS BUILD-TIMECARDS

            PERFORM WRITE-EXPORT-TRAILER
            PERFORM WRITE-CONTROL-TOTALS
            CLOSE PAYROLL-EXPORT
            CLOSE TIMECARD-RPT

            MOVE "WEEKLY-TIMECARD" TO SPP-REPORT-NAME
            MOVE "WEEKLY-TIMECARD.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-OPERATOR-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "TIMECARDS WRITTEN TO WEEKLY-TIMECARD.DAT - "
                "OPERATORS: " WS-OPERATOR-COUNT
                " EXCEPTIONS: " WS-EXCEPTION-COUNT
            DISPLAY "PAYROLL EXPORT WRITTEN TO PAYROLL-EXPORT.DAT"
            GOBACK.

        SET-PAY-WEEK.
      *     INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so
      *     MOD(day - 1, 7) runs 0 Monday through 6 Sunday
            DISPLAY "ENTER LAST DAY OF THE PAY WEEK (YYYYMMDD,"
                " 0 = LAST SATURDAY):"
            ACCEPT WS-WEEK-END-ENTRY
            IF WS-WEEK-END-ENTRY NOT = ZERO
                COMPUTE WS-ENTRY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-WEEK-END-ENTRY)
                IF WS-ENTRY-DAYS = ZERO
                    DISPLAY "NOT A VALID DATE - USING LAST SATURDAY"
                    MOVE ZERO TO WS-WEEK-END-ENTRY
                END-IF
            END-IF

            IF WS-WEEK-END-ENTRY = ZERO
                COMPUTE WS-WEEKDAY =
                    FUNCTION MOD(WS-TODAY-DAYS - 1, 7)
                COMPUTE WS-BACK-DAYS =
                    FUNCTION MOD(WS-WEEKDAY + 2, 7)
                IF WS-BACK-DAYS = ZERO
                    MOVE 7 TO WS-BACK-DAYS
                END-IF
                COMPUTE WS-WEEK-END-DAYS =
                    WS-TODAY-DAYS - WS-BACK-DAYS
            ELSE
                MOVE WS-ENTRY-DAYS TO WS-WEEK-END-DAYS
            END-IF
            COMPUTE WS-WEEK-START-DAYS = WS-WEEK-END-DAYS - 6
            COMPUTE WS-WEEK-END =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-END-DAYS)
            COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAYS)
            DISPLAY "PAY WEEK " WS-WEEK-START " THRU " WS-WEEK-END.

        LOAD-PAY-PARAMETERS.
            MOVE "PAY-DAILY-OT-MINUTES" TO SPL-PARAM-KEY
            MOVE "MINUTES A DAY BEFORE OVERTIME" TO SPL-DESCRIPTION
            MOVE 480 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-DAILY-OT-MIN

            MOVE "PAY-WEEK-OT-MINUTES" TO SPL-PARAM-KEY
            MOVE "STRAIGHT MINUTES A WEEK BEFORE OVERTIME"
                TO SPL-DESCRIPTION
            MOVE 2400 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-WEEKLY-OT-MIN

            MOVE "PAY-HOLIDAY-PREM-PCT" TO SPL-PARAM-KEY
            MOVE "PERCENT PREMIUM FOR HOLIDAY MINUTES"
                TO SPL-DESCRIPTION
            MOVE 50 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-HOLIDAY-PCT.

        LOAD-WEEK-CALENDAR.
      *     the seven days of the week, then the closure days the
      *     office keyed through CALENDAR-MAINTENANCE marked on them
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > 7
                COMPUTE WS-DAY-DATE(WS-DAY-IDX) =
                    FUNCTION DATE-OF-INTEGER(
                        WS-WEEK-START-DAYS + WS-DAY-IDX - 1)
                COMPUTE WS-WEEKDAY = FUNCTION MOD(
                    WS-WEEK-START-DAYS + WS-DAY-IDX - 2, 7)
                MOVE WS-DAY-NAMES(WS-WEEKDAY * 3 + 1:3)
                    TO WS-DAY-NAME(WS-DAY-IDX)
                MOVE "N" TO WS-DAY-HOLIDAY(WS-DAY-IDX)
            END-PERFORM

            OPEN INPUT SHOP-CALENDAR
            IF WS-CALENDAR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SHOP-CALENDAR
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                                UNTIL WS-DAY-IDX > 7
                            IF CAL-DATE = WS-DAY-DATE(WS-DAY-IDX)
                                MOVE "Y"
                                    TO WS-DAY-HOLIDAY(WS-DAY-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE SHOP-CALENDAR.

        PULL-WEEK-PUNCHES.
      *     every closed interval dated inside the week, then every
      *     punch still open that was opened inside it
            OPEN INPUT LABOR-ACTUAL
            IF WS-ACTUAL-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ LABOR-ACTUAL
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF LA-WORK-DATE NOT < WS-WEEK-START
                                    AND LA-WORK-DATE NOT > WS-WEEK-END
                                PERFORM RELEASE-ACTUAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LABOR-ACTUAL
            END-IF

            OPEN INPUT TIME-CLOCK-FILE
            IF WS-CLOCK-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ TIME-CLOCK-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF TC-CLOCK-DATE NOT < WS-WEEK-START
                                    AND TC-CLOCK-DATE NOT > WS-WEEK-END
                                PERFORM RELEASE-OPEN-PUNCH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIME-CLOCK-FILE
            END-IF.

        RELEASE-ACTUAL.
            MOVE LA-OPERATOR TO TW-OPERATOR
            MOVE LA-WORK-DATE TO TW-WORK-DATE
            MOVE "L" TO TW-KIND
            MOVE LA-ORDER-NO TO TW-ORDER-NO
            MOVE LA-MINUTES TO TW-MINUTES
            IF LA-START-TIME IS NUMERIC AND LA-STOP-TIME IS NUMERIC
                MOVE LA-START-TIME TO TW-START-TIME
                MOVE LA-STOP-TIME TO TW-STOP-TIME
                MOVE "Y" TO TW-TIMES-KNOWN
            ELSE
                MOVE ZERO TO TW-START-TIME TW-STOP-TIME
                MOVE "N" TO TW-TIMES-KNOWN
            END-IF
            RELEASE TIMECARD-WORK-RECORD.

        RELEASE-OPEN-PUNCH.
            MOVE TC-OPERATOR TO TW-OPERATOR
            MOVE TC-CLOCK-DATE TO TW-WORK-DATE
            MOVE TC-START-TIME TO TW-START-TIME
            MOVE "O" TO TW-KIND
            MOVE TC-ORDER-NO TO TW-ORDER-NO
            MOVE ZERO TO TW-STOP-TIME TW-MINUTES
            MOVE "Y" TO TW-TIMES-KNOWN
            RELEASE TIMECARD-WORK-RECORD.

        BUILD-TIMECARDS.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN TIMECARD-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM CARD-ONE-PUNCH
                END-RETURN
            END-PERFORM
            IF WS-CURRENT-OPERATOR NOT = SPACES
                PERFORM FINISH-TIMECARD
            END-IF.

        CARD-ONE-PUNCH.
            IF TW-OPERATOR NOT = WS-CURRENT-OPERATOR
                IF WS-CURRENT-OPERATOR NOT = SPACES
                    PERFORM FINISH-TIMECARD
                END-IF
                PERFORM START-TIMECARD
            END-IF

            COMPUTE WS-DAY-IDX =
                FUNCTION INTEGER-OF-DATE(TW-WORK-DATE)
                - WS-WEEK-START-DAYS + 1
            MOVE SPACES TO WS-FLAG-TEXT

            IF TW-KIND = "O"
      *         an open punch has no minutes to pay until the
      *         supervisor closes it; one from an earlier day was
      *         never clocked out at all
                ADD 1 TO WS-CARD-EXCEPTIONS
                IF TW-WORK-DATE < WS-RUN-DATE
                    MOVE "** NO CLOCK-OUT - NOT PAID **"
                        TO WS-FLAG-TEXT
                    MOVE SPACES TO WS-REASON
                    STRING TW-OPERATOR " " TW-WORK-DATE
                           " NO CLOCK-OUT"
                           DELIMITED BY SIZE INTO WS-REASON
                    PERFORM LOG-TIMECARD-EXCEPTION
                ELSE
                    MOVE "** STILL CLOCKED ON **" TO WS-FLAG-TEXT
                END-IF
            ELSE
                ADD TW-MINUTES TO WS-DAY-MINUTES(WS-DAY-IDX)
                IF TW-TIMES-KNOWN = "Y"
                    PERFORM CHECK-PUNCH-OVERLAP
                END-IF
            END-IF

            MOVE TW-MINUTES TO WS-MIN-DISP
            MOVE SPACES TO TIMECARD-LINE
            IF TW-KIND = "O"
                STRING "  " TW-WORK-DATE " "
                       WS-DAY-NAME(WS-DAY-IDX)
                       "  IN " TW-START-TIME "  OUT ----"
                       "  ORDER " TW-ORDER-NO
                       "        " WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO TIMECARD-LINE
            ELSE
                IF TW-TIMES-KNOWN = "Y"
                    STRING "  " TW-WORK-DATE " "
                           WS-DAY-NAME(WS-DAY-IDX)
                           "  IN " TW-START-TIME
                           "  OUT " TW-STOP-TIME
                           "  ORDER " TW-ORDER-NO
                           "  " WS-MIN-DISP " MIN"
                           " " WS-FLAG-TEXT
                           DELIMITED BY SIZE INTO TIMECARD-LINE
                ELSE
                    STRING "  " TW-WORK-DATE " "
                           WS-DAY-NAME(WS-DAY-IDX)
                           "  IN ----  OUT ----"
                           "  ORDER " TW-ORDER-NO
                           "  " WS-MIN-DISP " MIN"
                           DELIMITED BY SIZE INTO TIMECARD-LINE
                END-IF
            END-IF
            WRITE TIMECARD-LINE.

        CHECK-PUNCH-OVERLAP.
      *     punches sort by start time within the day, so a start
      *     before the previous punch's end means the operator was
      *     on two orders at once - one of the punches is wrong
            MOVE TW-START-TIME(1:2) TO WS-START-HH
            MOVE TW-START-TIME(3:2) TO WS-START-MM
            COMPUTE WS-START-MIN = WS-START-HH * 60 + WS-START-MM
            IF TW-WORK-DATE = WS-PREV-DATE
                    AND WS-START-MIN < WS-PREV-END-MIN
                MOVE "** OVERLAPS PRIOR PUNCH **" TO WS-FLAG-TEXT
                ADD 1 TO WS-CARD-EXCEPTIONS
                MOVE SPACES TO WS-REASON
                STRING TW-OPERATOR " " TW-WORK-DATE
                       " OVERLAP AT " TW-START-TIME
                       DELIMITED BY SIZE INTO WS-REASON
                PERFORM LOG-TIMECARD-EXCEPTION
            END-IF
            IF TW-WORK-DATE NOT = WS-PREV-DATE
                    OR WS-START-MIN + TW-MINUTES > WS-PREV-END-MIN
                COMPUTE WS-PREV-END-MIN = WS-START-MIN + TW-MINUTES
            END-IF
            MOVE TW-WORK-DATE TO WS-PREV-DATE.

        START-TIMECARD.
            MOVE TW-OPERATOR TO WS-CURRENT-OPERATOR
            MOVE ZERO TO WS-CARD-EXCEPTIONS WS-PREV-DATE
                WS-PREV-END-MIN
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > 7
                MOVE ZERO TO WS-DAY-MINUTES(WS-DAY-IDX)
            END-PERFORM

            MOVE SPACES TO TIMECARD-LINE
            STRING "WEEKLY TIMECARD - OPERATOR " WS-CURRENT-OPERATOR
                   "   WEEK " WS-WEEK-START " THRU " WS-WEEK-END
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  PUNCHES"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE.

        FINISH-TIMECARD.
      *     holiday minutes pay at the premium and stand apart; on
      *     the other days anything past the daily threshold is
      *     overtime, and straight time past the weekly threshold
      *     rolls over to overtime as well
            MOVE ZERO TO WS-REGULAR-MIN WS-OVERTIME-MIN
                WS-HOLIDAY-MIN
            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  DAILY TOTALS"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > 7
                MOVE ZERO TO WS-DAY-OT
                MOVE SPACES TO WS-FLAG-TEXT
                IF WS-DAY-HOLIDAY(WS-DAY-IDX) = "Y"
                    ADD WS-DAY-MINUTES(WS-DAY-IDX) TO WS-HOLIDAY-MIN
                    MOVE "HOLIDAY" TO WS-FLAG-TEXT
                ELSE
                    IF WS-DAY-MINUTES(WS-DAY-IDX) > WS-DAILY-OT-MIN
                        COMPUTE WS-DAY-OT =
                            WS-DAY-MINUTES(WS-DAY-IDX)
                            - WS-DAILY-OT-MIN
                        MOVE "DAILY OVERTIME" TO WS-FLAG-TEXT
                    END-IF
                    ADD WS-DAY-OT TO WS-OVERTIME-MIN
                    COMPUTE WS-REGULAR-MIN = WS-REGULAR-MIN
                        + WS-DAY-MINUTES(WS-DAY-IDX) - WS-DAY-OT
                END-IF
                MOVE WS-DAY-MINUTES(WS-DAY-IDX) TO WS-MIN-DISP
                COMPUTE WS-HOURS ROUNDED =
                    WS-DAY-MINUTES(WS-DAY-IDX) / 60
                MOVE WS-HOURS TO WS-HOURS-DISP
                MOVE SPACES TO TIMECARD-LINE
                STRING "  " WS-DAY-DATE(WS-DAY-IDX) " "
                       WS-DAY-NAME(WS-DAY-IDX)
                       "  " WS-MIN-DISP " MIN  " WS-HOURS-DISP " HRS"
                       "  " WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO TIMECARD-LINE
                WRITE TIMECARD-LINE
            END-PERFORM
            IF WS-REGULAR-MIN > WS-WEEKLY-OT-MIN
                COMPUTE WS-OVERTIME-MIN = WS-OVERTIME-MIN
                    + WS-REGULAR-MIN - WS-WEEKLY-OT-MIN
                MOVE WS-WEEKLY-OT-MIN TO WS-REGULAR-MIN
            END-IF
            COMPUTE WS-TOTAL-MIN =
                WS-REGULAR-MIN + WS-OVERTIME-MIN + WS-HOLIDAY-MIN

            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-REGULAR-MIN TO WS-MIN-DISP
            COMPUTE WS-HOURS ROUNDED = WS-REGULAR-MIN / 60
            MOVE WS-HOURS TO WS-HOURS-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  REGULAR    " WS-MIN-DISP " MIN  "
                   WS-HOURS-DISP " HRS"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-OVERTIME-MIN TO WS-MIN-DISP
            COMPUTE WS-HOURS ROUNDED = WS-OVERTIME-MIN / 60
            MOVE WS-HOURS TO WS-HOURS-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  OVERTIME   " WS-MIN-DISP " MIN  "
                   WS-HOURS-DISP " HRS"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-HOLIDAY-MIN TO WS-MIN-DISP
            COMPUTE WS-HOURS ROUNDED = WS-HOLIDAY-MIN / 60
            MOVE WS-HOURS TO WS-HOURS-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  HOLIDAY    " WS-MIN-DISP " MIN  "
                   WS-HOURS-DISP " HRS  AT " WS-HOLIDAY-PCT
                   "% PREMIUM"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-TOTAL-MIN TO WS-MIN-DISP
            COMPUTE WS-HOURS ROUNDED = WS-TOTAL-MIN / 60
            MOVE WS-HOURS TO WS-HOURS-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  TOTAL      " WS-MIN-DISP " MIN  "
                   WS-HOURS-DISP " HRS"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            IF WS-CARD-EXCEPTIONS > ZERO
                MOVE SPACES TO TIMECARD-LINE
                STRING "  ** " WS-CARD-EXCEPTIONS
                       " PUNCH EXCEPTION(S) - SUPERVISOR TO CORRECT"
                       " BEFORE SIGN-OFF **"
                       DELIMITED BY SIZE INTO TIMECARD-LINE
                WRITE TIMECARD-LINE
            END-IF

            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  EMPLOYEE SIGNATURE: ________________________"
                   "   DATE: __________"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  SUPERVISOR SIGN-OFF: _______________________"
                   "   DATE: __________"
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE ALL "-" TO TIMECARD-LINE
            WRITE TIMECARD-LINE

            PERFORM WRITE-EXPORT-DETAIL
            ADD 1 TO WS-OPERATOR-COUNT
            ADD WS-CARD-EXCEPTIONS TO WS-EXCEPTION-COUNT
            ADD WS-REGULAR-MIN TO WS-GRAND-REGULAR
            ADD WS-OVERTIME-MIN TO WS-GRAND-OVERTIME
            ADD WS-HOLIDAY-MIN TO WS-GRAND-HOLIDAY
            ADD WS-TOTAL-MIN TO WS-GRAND-TOTAL.

        WRITE-EXPORT-HEADER.
            MOVE SPACES TO PAYROLL-EXPORT-RECORD
            MOVE "HD" TO PX-RECORD-TYPE
            MOVE WS-WEEK-START TO PX-WEEK-START
            MOVE WS-WEEK-END TO PX-WEEK-END
            MOVE WS-RUN-DATE TO PX-CREATE-DATE
            MOVE WS-RUN-TIME TO PX-CREATE-TIME
            WRITE PAYROLL-EXPORT-RECORD
            ADD 1 TO WS-RECORD-COUNT.

        WRITE-EXPORT-DETAIL.
            MOVE SPACES TO PAYROLL-EXPORT-RECORD
            MOVE "DT" TO PX-RECORD-TYPE
            MOVE WS-CURRENT-OPERATOR TO PX-OPERATOR
            MOVE WS-WEEK-END TO PX-WEEK-END-DT
            MOVE WS-REGULAR-MIN TO PX-REGULAR-MIN
            MOVE WS-OVERTIME-MIN TO PX-OVERTIME-MIN
            MOVE WS-HOLIDAY-MIN TO PX-HOLIDAY-MIN
            MOVE WS-HOLIDAY-PCT TO PX-HOLIDAY-PCT
            MOVE WS-TOTAL-MIN TO PX-TOTAL-MIN
            IF WS-CARD-EXCEPTIONS > ZERO
                MOVE "Y" TO PX-EXCEPTION-FLAG
            ELSE
                MOVE "N" TO PX-EXCEPTION-FLAG
            END-IF
            WRITE PAYROLL-EXPORT-RECORD
            ADD 1 TO WS-RECORD-COUNT.

        WRITE-EXPORT-TRAILER.
            ADD 1 TO WS-RECORD-COUNT
            MOVE SPACES TO PAYROLL-EXPORT-RECORD
            MOVE "TR" TO PX-RECORD-TYPE
            MOVE WS-RECORD-COUNT TO PX-TR-RECORD-COUNT
            MOVE WS-OPERATOR-COUNT TO PX-TR-OPERATOR-COUNT
            MOVE WS-GRAND-REGULAR TO PX-TR-REGULAR-MIN
            MOVE WS-GRAND-OVERTIME TO PX-TR-OVERTIME-MIN
            MOVE WS-GRAND-HOLIDAY TO PX-TR-HOLIDAY-MIN
            MOVE WS-GRAND-TOTAL TO PX-TR-TOTAL-MIN
            WRITE PAYROLL-EXPORT-RECORD.

        WRITE-CONTROL-TOTALS.
      *     the same totals the export trailer carries, so the office
      *     can tie the printed cards to what the service loaded
            MOVE SPACES TO TIMECARD-LINE
            STRING "PAYROLL CONTROL TOTALS - WEEK " WS-WEEK-START
                   " THRU " WS-WEEK-END
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  OPERATORS:        " WS-OPERATOR-COUNT
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-GRAND-REGULAR TO WS-GRAND-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  REGULAR MINUTES:  " WS-GRAND-DISP
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-GRAND-OVERTIME TO WS-GRAND-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  OVERTIME MINUTES: " WS-GRAND-DISP
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-GRAND-HOLIDAY TO WS-GRAND-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  HOLIDAY MINUTES:  " WS-GRAND-DISP
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE WS-GRAND-TOTAL TO WS-GRAND-DISP
            MOVE SPACES TO TIMECARD-LINE
            STRING "  TOTAL MINUTES:    " WS-GRAND-DISP
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE
            MOVE SPACES TO TIMECARD-LINE
            STRING "  EXPORT RECORDS:   " WS-RECORD-COUNT
                   "   PUNCH EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO TIMECARD-LINE
            WRITE TIMECARD-LINE.

        LOG-TIMECARD-EXCEPTION.
      *     onto the shared exception summary so the supervisor's
      *     review screen chases the correction
            OPEN EXTEND EXCEPTION-SUMMARY
            IF WS-EXCEPT-STATUS = "05" OR WS-EXCEPT-STATUS = "35"
                CLOSE EXCEPTION-SUMMARY
                OPEN OUTPUT EXCEPTION-SUMMARY
            END-IF
            MOVE "WEEKLY-TIMECARD" TO EX-PROGRAM
            MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
            MOVE WS-REASON TO EX-REASON
            MOVE "N" TO EX-STATUS
            MOVE SPACES TO EX-ACK-OPERATOR EX-ACK-NOTE
            WRITE EXCEPTION-RECORD
            CLOSE EXCEPTION-SUMMARY.

            END PROGRAM WEEKLY-TIMECARD.

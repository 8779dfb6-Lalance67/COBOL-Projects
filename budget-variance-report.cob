      * BUDGET-VARIANCE-REPORT - the month-end budget against
      * actual. For a prompted fiscal period (YYYYMM, the calendar
      * year being the fiscal year) every CHART-OF-ACCOUNTS account
      * is set against its BUDGET.DAT plan: the actual is totalled
      * from GL-HISTORY.DAT, the running copy of every line
      * GL-EXTRACT has sent to GL-TRANSFER.DAT, counting for each
      * posting date only the lines of the latest extract run so a
      * day extracted twice is not counted twice. Amounts run in
      * each account's natural direction - debit less credit on the
      * asset and expense accounts, credit less debit on liability,
      * equity and revenue (2000-4999) - so a positive variance is
      * spending over plan on an expense and earnings over plan on
      * revenue. Accounts are grouped by the department on their
      * budget lines with period and year-to-date actual, budget and
      * variance, department subtotals and a grand total. An expense
      * or asset account more than BUDGET-OVER-PCT (parameter
      * master) over its budget is flagged OVER BUDGET, a revenue
      * account that far short UNDER PLAN, and spending with no
      * budget at all NO BUDGET. Written to BUDGET-VARIANCE-RPT.DAT
      * and captured into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BUDGET-VARIANCE-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHART-OF-ACCOUNTS
                ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHART-STATUS.

            SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BG-BUDGET-KEY
                FILE STATUS IS WS-BUDGET-STATUS.

            SELECT GL-HISTORY ASSIGN TO "GL-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT BV-WORK ASSIGN TO "BUDGET-VARIANCE-WORK.TMP".

            SELECT VARIANCE-RPT ASSIGN TO "BUDGET-VARIANCE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CHART-OF-ACCOUNTS.
            COPY "CHART-OF-ACCOUNTS-RECORD.cpy".

        FD  BUDGET-FILE.
            COPY "BUDGET-RECORD.cpy".

        FD  GL-HISTORY.
            COPY "GL-HISTORY-RECORD.cpy".

        SD  BV-WORK.
        01  BV-WORK-RECORD.
            05  BW-DEPARTMENT        PIC X(6).
            05  BW-ACCOUNT           PIC 9(4).
            05  BW-NAME              PIC X(30).
            05  BW-CREDIT-NORMAL     PIC X.
            05  BW-PER-ACTUAL        PIC S9(11)V99.
            05  BW-PER-BUDGET        PIC S9(11)V99.
            05  BW-YTD-ACTUAL        PIC S9(11)V99.
            05  BW-YTD-BUDGET        PIC S9(11)V99.

        FD  VARIANCE-RPT.
        01  VARIANCE-LINE            PIC X(140).

        WORKING-STORAGE SECTION.
        01 WS-CHART-STATUS       PIC XX.
        01 WS-BUDGET-STATUS      PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * the period reported and the fiscal year it falls in
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 99.
        01 WS-FISCAL-YEAR        PIC 9(4).
        01 WS-POST-PERIOD        PIC 9(6).
        01 WS-OVER-PCT           PIC 9(3)V99.

      * one row per account on the chart - the whole chart is one
      * screenful, so the rows are found by a straight walk
        78 MAX-ACCOUNTS          VALUE 200.
        01 WS-AC-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-AC-IDX             PIC 9(3).
        01 WS-AC-FOUND           PIC 9(3).
        01 WS-ACCOUNT-TABLE.
            05 WS-AC-ENTRY OCCURS 200 TIMES.
                10 WS-AC-ACCOUNT     PIC 9(4).
                10 WS-AC-NAME        PIC X(30).
                10 WS-AC-DEPARTMENT  PIC X(6).
                10 WS-AC-PER-ACTUAL  PIC S9(11)V99.
                10 WS-AC-PER-BUDGET  PIC S9(11)V99.
                10 WS-AC-YTD-ACTUAL  PIC S9(11)V99.
                10 WS-AC-YTD-BUDGET  PIC S9(11)V99.
        01 WS-LOOKUP-ACCOUNT     PIC 9(4).

      * the latest GL-EXTRACT run for each posting date of the year
        78 MAX-POST-DATES        VALUE 400.
        01 WS-PD-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-PD-IDX             PIC 9(3).
        01 WS-PD-FOUND           PIC 9(3).
        01 WS-POST-DATE-TABLE.
            05 WS-PD-ENTRY OCCURS 400 TIMES.
                10 WS-PD-DATE        PIC 9(8).
                10 WS-PD-STAMP       PIC X(14).
        01 WS-DATES-FULL         PIC X VALUE "N".

      * the account in hand
        01 WS-NATURAL-AMOUNT     PIC S9(11)V99.
        01 WS-PER-VARIANCE       PIC S9(11)V99.
        01 WS-YTD-VARIANCE       PIC S9(11)V99.
        01 WS-LIMIT              PIC S9(11)V99.
        01 WS-FLAG-TEXT          PIC X(15).

      * department and report totals
        01 WS-CURRENT-DEPT       PIC X(6) VALUE SPACES.
        01 WS-FIRST-DEPT         PIC X VALUE "Y".
        01 WS-DEPT-TOTALS.
            05 WS-DT-PER-ACTUAL  PIC S9(11)V99.
            05 WS-DT-PER-BUDGET  PIC S9(11)V99.
            05 WS-DT-YTD-ACTUAL  PIC S9(11)V99.
            05 WS-DT-YTD-BUDGET  PIC S9(11)V99.
        01 WS-GRAND-TOTALS.
            05 WS-GT-PER-ACTUAL  PIC S9(11)V99.
            05 WS-GT-PER-BUDGET  PIC S9(11)V99.
            05 WS-GT-YTD-ACTUAL  PIC S9(11)V99.
            05 WS-GT-YTD-BUDGET  PIC S9(11)V99.
        01 WS-LINE-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-FLAG-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-HISTORY-COUNT      PIC 9(7) VALUE ZERO.

        01 WS-PER-ACTUAL-DISP    PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-PER-BUDGET-DISP    PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-PER-VAR-DISP       PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-YTD-ACTUAL-DISP    PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-YTD-BUDGET-DISP    PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-YTD-VAR-DISP       PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-PCT-DISP           PIC ZZ9.99.
        01 WS-COUNT-DISP         PIC ZZZZ9.

      * over-budget percentage off the parameter file - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog so a closed
      * month's variance can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "BUDGET-VARIANCE" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            DISPLAY "BUDGET VARIANCE - PERIOD (YYYYMM, 0 FOR LAST"
                " MONTH):"
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
                DISPLAY "PERIOD MONTH MUST BE 01-12"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            MOVE WS-PERIOD-ENTRY(1:4) TO WS-FISCAL-YEAR

            MOVE "BUDGET-OVER-PCT" TO SPL-PARAM-KEY
            MOVE "% OVER BUDGET THAT FLAGS AN ACCOUNT"
                TO SPL-DESCRIPTION
            MOVE 10 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-OVER-PCT

            PERFORM LOAD-CHART
            IF WS-AC-COUNT = ZERO
                DISPLAY "CHART-OF-ACCOUNTS NOT AVAILABLE - STATUS "
                    WS-CHART-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM LOAD-BUDGETS
            PERFORM FIND-LATEST-RUNS
            PERFORM ACCUMULATE-ACTUALS

            MOVE ZERO TO WS-GRAND-TOTALS
            OPEN OUTPUT VARIANCE-RPT
            PERFORM WRITE-REPORT-HEADER

            SORT BV-WORK
                ON ASCENDING KEY BW-DEPARTMENT
                ON ASCENDING KEY BW-ACCOUNT
                INPUT PROCEDURE IS RELEASE-ACCOUNTS
                OUTPUT PROCEDURE IS REPORT-ACCOUNTS

            IF WS-FIRST-DEPT = "N"
                PERFORM WRITE-DEPT-TOTAL
            END-IF
            PERFORM WRITE-GRAND-TOTAL
            CLOSE VARIANCE-RPT

            MOVE "BUDGET-VARIANCE" TO SPP-REPORT-NAME
            MOVE "BUDGET-VARIANCE-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-LINE-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "BUDGET VARIANCE WRITTEN TO BUDGET-VARIANCE-RPT.DAT"
                " - ACCOUNTS: " WS-LINE-COUNT
                " FLAGGED: " WS-FLAG-COUNT
            GOBACK.

        LOAD-CHART.
            OPEN INPUT CHART-OF-ACCOUNTS
            IF WS-CHART-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CHART-OF-ACCOUNTS
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-AC-COUNT < MAX-ACCOUNTS
                            ADD 1 TO WS-AC-COUNT
                            MOVE CA-ACCOUNT
                                TO WS-AC-ACCOUNT(WS-AC-COUNT)
                            MOVE CA-NAME TO WS-AC-NAME(WS-AC-COUNT)
                            MOVE SPACES
                                TO WS-AC-DEPARTMENT(WS-AC-COUNT)
                            MOVE ZERO
                                TO WS-AC-PER-ACTUAL(WS-AC-COUNT)
                                   WS-AC-PER-BUDGET(WS-AC-COUNT)
                                   WS-AC-YTD-ACTUAL(WS-AC-COUNT)
                                   WS-AC-YTD-BUDGET(WS-AC-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHART-OF-ACCOUNTS.

        LOAD-BUDGETS.
      *     the fiscal year's lines up to the period reported; the
      *     department is taken from the account's budget lines
            OPEN INPUT BUDGET-FILE
            IF WS-BUDGET-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BUDGET-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BG-PERIOD(1:4) = WS-FISCAL-YEAR
                                AND BG-PERIOD <= WS-PERIOD-ENTRY
                            PERFORM NOTE-ONE-BUDGET
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BUDGET-FILE.

        NOTE-ONE-BUDGET.
            MOVE BG-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-ACCOUNT
            IF WS-AC-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF BG-DEPARTMENT NOT = SPACES
                MOVE BG-DEPARTMENT TO WS-AC-DEPARTMENT(WS-AC-FOUND)
            END-IF
            ADD BG-AMOUNT TO WS-AC-YTD-BUDGET(WS-AC-FOUND)
            IF BG-PERIOD = WS-PERIOD-ENTRY
                ADD BG-AMOUNT TO WS-AC-PER-BUDGET(WS-AC-FOUND)
            END-IF.

        FIND-ACCOUNT.
            MOVE ZERO TO WS-AC-FOUND
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT
                       OR WS-AC-FOUND > ZERO
                IF WS-AC-ACCOUNT(WS-AC-IDX) = WS-LOOKUP-ACCOUNT
                    MOVE WS-AC-IDX TO WS-AC-FOUND
                END-IF
            END-PERFORM.

        FIND-LATEST-RUNS.
      *     first pass - the latest run stamp for each posting date
      *     in the year to date, so a re-extracted day counts once
            OPEN INPUT GL-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ GL-HISTORY
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE GH-POST-DATE(1:6) TO WS-POST-PERIOD
                        IF WS-POST-PERIOD(1:4) = WS-FISCAL-YEAR
                                AND WS-POST-PERIOD <= WS-PERIOD-ENTRY
                            PERFORM NOTE-ONE-RUN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GL-HISTORY.

        NOTE-ONE-RUN.
            MOVE ZERO TO WS-PD-FOUND
            PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                    UNTIL WS-PD-IDX > WS-PD-COUNT
                       OR WS-PD-FOUND > ZERO
                IF WS-PD-DATE(WS-PD-IDX) = GH-POST-DATE
                    MOVE WS-PD-IDX TO WS-PD-FOUND
                END-IF
            END-PERFORM
            IF WS-PD-FOUND = ZERO
                IF WS-PD-COUNT < MAX-POST-DATES
                    ADD 1 TO WS-PD-COUNT
                    MOVE GH-POST-DATE TO WS-PD-DATE(WS-PD-COUNT)
                    MOVE GH-RUN-STAMP TO WS-PD-STAMP(WS-PD-COUNT)
                ELSE
                    MOVE "Y" TO WS-DATES-FULL
                END-IF
            ELSE
                IF GH-RUN-STAMP > WS-PD-STAMP(WS-PD-FOUND)
                    MOVE GH-RUN-STAMP TO WS-PD-STAMP(WS-PD-FOUND)
                END-IF
            END-IF.

        ACCUMULATE-ACTUALS.
      *     second pass - the latest run's lines into the accounts
            OPEN INPUT GL-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ GL-HISTORY
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE GH-POST-DATE(1:6) TO WS-POST-PERIOD
                        IF WS-POST-PERIOD(1:4) = WS-FISCAL-YEAR
                                AND WS-POST-PERIOD <= WS-PERIOD-ENTRY
                            PERFORM ADD-ONE-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GL-HISTORY.

        ADD-ONE-LINE.
            MOVE ZERO TO WS-PD-FOUND
            PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                    UNTIL WS-PD-IDX > WS-PD-COUNT
                       OR WS-PD-FOUND > ZERO
                IF WS-PD-DATE(WS-PD-IDX) = GH-POST-DATE
                    MOVE WS-PD-IDX TO WS-PD-FOUND
                END-IF
            END-PERFORM
            IF WS-PD-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF GH-RUN-STAMP NOT = WS-PD-STAMP(WS-PD-FOUND)
                EXIT PARAGRAPH
            END-IF

            MOVE GH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-ACCOUNT
            IF WS-AC-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF GH-ACCOUNT >= 2000 AND GH-ACCOUNT <= 4999
                COMPUTE WS-NATURAL-AMOUNT = GH-CREDIT - GH-DEBIT
            ELSE
                COMPUTE WS-NATURAL-AMOUNT = GH-DEBIT - GH-CREDIT
            END-IF
            ADD WS-NATURAL-AMOUNT TO WS-AC-YTD-ACTUAL(WS-AC-FOUND)
            IF WS-POST-PERIOD = WS-PERIOD-ENTRY
                ADD WS-NATURAL-AMOUNT
                    TO WS-AC-PER-ACTUAL(WS-AC-FOUND)
            END-IF
            ADD 1 TO WS-HISTORY-COUNT.

        RELEASE-ACCOUNTS.
      *     an account with nothing budgeted and nothing posted this
      *     year has nothing to say
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT
                IF WS-AC-YTD-ACTUAL(WS-AC-IDX) NOT = ZERO
                        OR WS-AC-YTD-BUDGET(WS-AC-IDX) NOT = ZERO
                    MOVE WS-AC-DEPARTMENT(WS-AC-IDX) TO BW-DEPARTMENT
                    IF BW-DEPARTMENT = SPACES
                        MOVE "NONE" TO BW-DEPARTMENT
                    END-IF
                    MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO BW-ACCOUNT
                    MOVE WS-AC-NAME(WS-AC-IDX) TO BW-NAME
                    IF BW-ACCOUNT >= 2000 AND BW-ACCOUNT <= 4999
                        MOVE "Y" TO BW-CREDIT-NORMAL
                    ELSE
                        MOVE "N" TO BW-CREDIT-NORMAL
                    END-IF
                    MOVE WS-AC-PER-ACTUAL(WS-AC-IDX) TO BW-PER-ACTUAL
                    MOVE WS-AC-PER-BUDGET(WS-AC-IDX) TO BW-PER-BUDGET
                    MOVE WS-AC-YTD-ACTUAL(WS-AC-IDX) TO BW-YTD-ACTUAL
                    MOVE WS-AC-YTD-BUDGET(WS-AC-IDX) TO BW-YTD-BUDGET
                    RELEASE BV-WORK-RECORD
                END-IF
            END-PERFORM.

        REPORT-ACCOUNTS.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN BV-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM REPORT-ONE-ACCOUNT
                END-RETURN
            END-PERFORM.

        REPORT-ONE-ACCOUNT.
            IF BW-DEPARTMENT NOT = WS-CURRENT-DEPT
                    OR WS-FIRST-DEPT = "Y"
                IF WS-FIRST-DEPT = "N"
                    PERFORM WRITE-DEPT-TOTAL
                END-IF
                MOVE "N" TO WS-FIRST-DEPT
                MOVE BW-DEPARTMENT TO WS-CURRENT-DEPT
                MOVE ZERO TO WS-DEPT-TOTALS
                MOVE SPACES TO VARIANCE-LINE
                STRING "DEPARTMENT " WS-CURRENT-DEPT
                       DELIMITED BY SIZE INTO VARIANCE-LINE
                WRITE VARIANCE-LINE
            END-IF

            COMPUTE WS-PER-VARIANCE = BW-PER-ACTUAL - BW-PER-BUDGET
            COMPUTE WS-YTD-VARIANCE = BW-YTD-ACTUAL - BW-YTD-BUDGET
            PERFORM FLAG-ONE-ACCOUNT

            MOVE BW-PER-ACTUAL TO WS-PER-ACTUAL-DISP
            MOVE BW-PER-BUDGET TO WS-PER-BUDGET-DISP
            MOVE WS-PER-VARIANCE TO WS-PER-VAR-DISP
            MOVE BW-YTD-ACTUAL TO WS-YTD-ACTUAL-DISP
            MOVE BW-YTD-BUDGET TO WS-YTD-BUDGET-DISP
            MOVE WS-YTD-VARIANCE TO WS-YTD-VAR-DISP
            MOVE SPACES TO VARIANCE-LINE
            STRING "  " BW-ACCOUNT
                   " " BW-NAME(1:20)
                   " " WS-PER-ACTUAL-DISP
                   WS-PER-BUDGET-DISP
                   WS-PER-VAR-DISP
                   " " WS-YTD-ACTUAL-DISP
                   WS-YTD-BUDGET-DISP
                   WS-YTD-VAR-DISP
                   " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            ADD 1 TO WS-LINE-COUNT

            ADD BW-PER-ACTUAL TO WS-DT-PER-ACTUAL WS-GT-PER-ACTUAL
            ADD BW-PER-BUDGET TO WS-DT-PER-BUDGET WS-GT-PER-BUDGET
            ADD BW-YTD-ACTUAL TO WS-DT-YTD-ACTUAL WS-GT-YTD-ACTUAL
            ADD BW-YTD-BUDGET TO WS-DT-YTD-BUDGET WS-GT-YTD-BUDGET.

        FLAG-ONE-ACCOUNT.
      *     the month is flagged first; a month within tolerance on
      *     a year that is not is flagged for the year
            MOVE SPACES TO WS-FLAG-TEXT
            IF BW-CREDIT-NORMAL = "N"
                IF BW-PER-BUDGET <= ZERO AND BW-PER-ACTUAL > ZERO
                    MOVE "NO BUDGET" TO WS-FLAG-TEXT
                ELSE
                    COMPUTE WS-LIMIT ROUNDED = BW-PER-BUDGET
                        * (100 + WS-OVER-PCT) / 100
                    IF BW-PER-ACTUAL > WS-LIMIT
                        MOVE "OVER BUDGET" TO WS-FLAG-TEXT
                    ELSE
                        COMPUTE WS-LIMIT ROUNDED = BW-YTD-BUDGET
                            * (100 + WS-OVER-PCT) / 100
                        IF BW-YTD-ACTUAL > WS-LIMIT
                            MOVE "OVER BUDGET YTD" TO WS-FLAG-TEXT
                        END-IF
                    END-IF
                END-IF
            ELSE
                IF BW-PER-BUDGET > ZERO
                    COMPUTE WS-LIMIT ROUNDED = BW-PER-BUDGET
                        * (100 - WS-OVER-PCT) / 100
                    IF BW-PER-ACTUAL < WS-LIMIT
                        MOVE "UNDER PLAN" TO WS-FLAG-TEXT
                    END-IF
                END-IF
                IF WS-FLAG-TEXT = SPACES AND BW-YTD-BUDGET > ZERO
                    COMPUTE WS-LIMIT ROUNDED = BW-YTD-BUDGET
                        * (100 - WS-OVER-PCT) / 100
                    IF BW-YTD-ACTUAL < WS-LIMIT
                        MOVE "UNDER PLAN YTD" TO WS-FLAG-TEXT
                    END-IF
                END-IF
            END-IF
            IF WS-FLAG-TEXT NOT = SPACES
                ADD 1 TO WS-FLAG-COUNT
            END-IF.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO VARIANCE-LINE
            STRING "BUDGET VERSUS ACTUAL - PERIOD " WS-PERIOD-ENTRY
                   "  FISCAL YEAR " WS-FISCAL-YEAR
                   "  RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            MOVE WS-OVER-PCT TO WS-PCT-DISP
            MOVE SPACES TO VARIANCE-LINE
            STRING "AMOUNTS IN EACH ACCOUNT'S NATURAL DIRECTION -"
                   " FLAGGED AT " WS-PCT-DISP "% FROM BUDGET"
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            IF WS-DATES-FULL = "Y"
                MOVE SPACES TO VARIANCE-LINE
                STRING "*** TOO MANY POSTING DATES - LATER DATES"
                       " NOT COUNTED ***"
                       DELIMITED BY SIZE INTO VARIANCE-LINE
                WRITE VARIANCE-LINE
            END-IF
            MOVE SPACES TO VARIANCE-LINE
            WRITE VARIANCE-LINE
            MOVE SPACES TO VARIANCE-LINE
            STRING "  ACCT NAME                 "
                   "  PERIOD ACTUAL  PERIOD BUDGET"
                   "       VARIANCE "
                   "     YTD ACTUAL     YTD BUDGET"
                   "       VARIANCE  FLAG"
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            MOVE SPACES TO VARIANCE-LINE
            WRITE VARIANCE-LINE.

        WRITE-DEPT-TOTAL.
            MOVE WS-DT-PER-ACTUAL TO WS-PER-ACTUAL-DISP
            MOVE WS-DT-PER-BUDGET TO WS-PER-BUDGET-DISP
            COMPUTE WS-PER-VARIANCE =
                WS-DT-PER-ACTUAL - WS-DT-PER-BUDGET
            MOVE WS-PER-VARIANCE TO WS-PER-VAR-DISP
            MOVE WS-DT-YTD-ACTUAL TO WS-YTD-ACTUAL-DISP
            MOVE WS-DT-YTD-BUDGET TO WS-YTD-BUDGET-DISP
            COMPUTE WS-YTD-VARIANCE =
                WS-DT-YTD-ACTUAL - WS-DT-YTD-BUDGET
            MOVE WS-YTD-VARIANCE TO WS-YTD-VAR-DISP
            MOVE SPACES TO VARIANCE-LINE
            STRING "       TOTAL " WS-CURRENT-DEPT "        "
                   " " WS-PER-ACTUAL-DISP
                   WS-PER-BUDGET-DISP
                   WS-PER-VAR-DISP
                   " " WS-YTD-ACTUAL-DISP
                   WS-YTD-BUDGET-DISP
                   WS-YTD-VAR-DISP
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            MOVE SPACES TO VARIANCE-LINE
            WRITE VARIANCE-LINE.

        WRITE-GRAND-TOTAL.
            MOVE WS-GT-PER-ACTUAL TO WS-PER-ACTUAL-DISP
            MOVE WS-GT-PER-BUDGET TO WS-PER-BUDGET-DISP
            COMPUTE WS-PER-VARIANCE =
                WS-GT-PER-ACTUAL - WS-GT-PER-BUDGET
            MOVE WS-PER-VARIANCE TO WS-PER-VAR-DISP
            MOVE WS-GT-YTD-ACTUAL TO WS-YTD-ACTUAL-DISP
            MOVE WS-GT-YTD-BUDGET TO WS-YTD-BUDGET-DISP
            COMPUTE WS-YTD-VARIANCE =
                WS-GT-YTD-ACTUAL - WS-GT-YTD-BUDGET
            MOVE WS-YTD-VARIANCE TO WS-YTD-VAR-DISP
            MOVE SPACES TO VARIANCE-LINE
            STRING "  ALL DEPARTMENTS           "
                   WS-PER-ACTUAL-DISP
                   WS-PER-BUDGET-DISP
                   WS-PER-VAR-DISP
                   " " WS-YTD-ACTUAL-DISP
                   WS-YTD-BUDGET-DISP
                   WS-YTD-VAR-DISP
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE
            MOVE WS-FLAG-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO VARIANCE-LINE
            STRING "ACCOUNTS FLAGGED: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO VARIANCE-LINE
            WRITE VARIANCE-LINE.

            END PROGRAM BUDGET-VARIANCE-REPORT.

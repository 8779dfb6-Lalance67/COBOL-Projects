      * CSV import of the annual budget from the controller's
      * spreadsheet - reads BUDGET.CSV (account, period YYYYMM,
      * department, amount) in the same comma-delimited convention
      * MATERIAL-RATE-IMPORT reads, validates each row (the account
      * must be on CHART-OF-ACCOUNTS, the period a real month, the
      * department present, the amount numeric), loads the good
      * rows into BUDGET.DAT - replacing a line already there, so a
      * revised spreadsheet can simply be loaded again - and writes
      * an applied/rejected report with the rejects also appended to
      * the shared EXCEPTION-SUMMARY.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BUDGET-IMPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUDGET-CSV ASSIGN TO "BUDGET.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.

            SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BG-BUDGET-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT CHART-OF-ACCOUNTS
                ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHART-STATUS.

            SELECT IMPORT-RPT ASSIGN TO "BUDGET-IMPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT EXCEPTION-SUMMARY ASSIGN TO "EXCEPTION-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BUDGET-CSV.
        01  BUDGET-CSV-LINE         PIC X(60).

        FD  BUDGET-FILE.
            COPY "BUDGET-RECORD.cpy".

        FD  CHART-OF-ACCOUNTS.
            COPY "CHART-OF-ACCOUNTS-RECORD.cpy".

        FD  IMPORT-RPT.
        01  IMPORT-RPT-LINE         PIC X(80).

        FD  EXCEPTION-SUMMARY.
            COPY "EXCEPTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-CSV-STATUS         PIC XX.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-CHART-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

        01 WS-CSV-ACCOUNT        PIC X(10).
        01 WS-CSV-PERIOD         PIC X(10).
        01 WS-CSV-DEPARTMENT     PIC X(10).
        01 WS-CSV-AMOUNT         PIC X(16).
        01 WS-PARSED-ACCOUNT     PIC 9(4).
        01 WS-PARSED-PERIOD      PIC 9(6).
        01 WS-PARSED-MONTH       PIC 9(2).
        01 WS-PARSED-AMOUNT      PIC S9(9)V99.
        01 WS-NUMVAL-CHECK       PIC 9(2).
        01 WS-ROW-OK             PIC X.
        01 WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.99-.

      * the chart, loaded once so every row checks its account
      * without re-reading the file
        01 WS-CHART-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-CHART-IDX          PIC 9(3).
        01 WS-CHART-TABLE.
            05 WS-CHART-ACCOUNT OCCURS 200 TIMES PIC 9(4).

        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * end-of-job exception summary - see CIRCUMFERENCE's
      * LOG-EXCEPTION for why rejects append here too
        01 WS-EXCEPT-STATUS      PIC XX.
        01 WS-EXCEPT-REASON      PIC X(40).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT BUDGET-CSV
            IF WS-CSV-STATUS NOT = "00"
                DISPLAY "BUDGET.CSV NOT AVAILABLE - STATUS "
                    WS-CSV-STATUS
                GOBACK
            END-IF

            PERFORM LOAD-CHART
            IF WS-CHART-COUNT = ZERO
                DISPLAY "CHART-OF-ACCOUNTS NOT AVAILABLE - RUN"
                    " GL-EXTRACT ONCE TO SEED IT"
                CLOSE BUDGET-CSV
                GOBACK
            END-IF

            OPEN I-O BUDGET-FILE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
            END-IF

            OPEN OUTPUT IMPORT-RPT

            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "BUDGET CSV IMPORT - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            PERFORM UNTIL WS-EOF = "Y"
                READ BUDGET-CSV
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM IMPORT-ONE-ROW
                END-READ
            END-PERFORM

            MOVE SPACES TO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "APPLIED: " WS-APPLIED-COUNT
                   "  REJECTED: " WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            CLOSE BUDGET-CSV
            CLOSE BUDGET-FILE
            CLOSE IMPORT-RPT

            DISPLAY "BUDGET IMPORT COMPLETE - APPLIED: "
                WS-APPLIED-COUNT " REJECTED: " WS-REJECT-COUNT

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
                        IF WS-CHART-COUNT < 200
                            ADD 1 TO WS-CHART-COUNT
                            MOVE CA-ACCOUNT
                                TO WS-CHART-ACCOUNT(WS-CHART-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHART-OF-ACCOUNTS
            MOVE "N" TO WS-EOF.

        IMPORT-ONE-ROW.
            MOVE SPACES TO WS-CSV-ACCOUNT WS-CSV-PERIOD
                WS-CSV-DEPARTMENT WS-CSV-AMOUNT
            UNSTRING BUDGET-CSV-LINE DELIMITED BY ","
                INTO WS-CSV-ACCOUNT WS-CSV-PERIOD
                     WS-CSV-DEPARTMENT WS-CSV-AMOUNT
            END-UNSTRING

      *     a header row in the export convention names its columns -
      *     skip it rather than reject it
            IF WS-CSV-ACCOUNT = "ACCOUNT" OR BUDGET-CSV-LINE = SPACES
                CONTINUE
            ELSE
                PERFORM VALIDATE-AND-APPLY-ROW
            END-IF.

        VALIDATE-AND-APPLY-ROW.
            PERFORM CHECK-ACCOUNT-AND-PERIOD
            IF WS-ROW-OK NOT = "Y"
                PERFORM REJECT-ROW
                EXIT PARAGRAPH
            END-IF

            IF WS-CSV-DEPARTMENT = SPACES
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "NO DEPARTMENT - ACCOUNT " WS-CSV-ACCOUNT
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM REJECT-ROW
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT)
            IF WS-NUMVAL-CHECK NOT = ZERO
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "AMOUNT NOT NUMERIC - " WS-CSV-AMOUNT
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                PERFORM REJECT-ROW
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PARSED-AMOUNT =
                FUNCTION NUMVAL(WS-CSV-AMOUNT)
            PERFORM APPLY-ROW.

        CHECK-ACCOUNT-AND-PERIOD.
            MOVE "N" TO WS-ROW-OK
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(WS-CSV-ACCOUNT)
            IF WS-NUMVAL-CHECK NOT = ZERO
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "BAD ACCOUNT - " WS-CSV-ACCOUNT
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PARSED-ACCOUNT =
                FUNCTION NUMVAL(WS-CSV-ACCOUNT)
            PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                    UNTIL WS-CHART-IDX > WS-CHART-COUNT
                IF WS-CHART-ACCOUNT(WS-CHART-IDX) = WS-PARSED-ACCOUNT
                    MOVE "Y" TO WS-ROW-OK
                END-IF
            END-PERFORM
            IF WS-ROW-OK NOT = "Y"
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "ACCOUNT NOT ON CHART - " WS-CSV-ACCOUNT
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-ROW-OK
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(WS-CSV-PERIOD)
            IF WS-NUMVAL-CHECK NOT = ZERO
                    OR WS-CSV-PERIOD(7:4) NOT = SPACES
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "BAD PERIOD - " WS-CSV-PERIOD
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PARSED-PERIOD =
                FUNCTION NUMVAL(WS-CSV-PERIOD)
            MOVE WS-PARSED-PERIOD(5:2) TO WS-PARSED-MONTH
            IF WS-PARSED-PERIOD < 190001
                    OR WS-PARSED-MONTH < 1 OR WS-PARSED-MONTH > 12
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "BAD PERIOD - " WS-CSV-PERIOD
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ROW-OK.

        APPLY-ROW.
      *     load the line, replacing it when the spreadsheet has been
      *     revised and loaded again
            MOVE WS-PARSED-ACCOUNT TO BG-ACCOUNT
            MOVE WS-PARSED-PERIOD TO BG-PERIOD
            MOVE WS-CSV-DEPARTMENT(1:6) TO BG-DEPARTMENT
            MOVE WS-PARSED-AMOUNT TO BG-AMOUNT
            MOVE "BUDGET-IMP" TO BG-UPDATED-BY
            MOVE WS-TODAY-DATE TO BG-UPDATED-DATE
            WRITE BUDGET-RECORD
                INVALID KEY
                    REWRITE BUDGET-RECORD
            END-WRITE

            MOVE WS-PARSED-AMOUNT TO WS-AMOUNT-DISP
            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "APPLIED " BG-ACCOUNT
                   " " BG-PERIOD
                   " " BG-DEPARTMENT
                   " " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE
            ADD 1 TO WS-APPLIED-COUNT.

        REJECT-ROW.
            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "REJECTED " WS-EXCEPT-REASON
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE
            ADD 1 TO WS-REJECT-COUNT
            PERFORM LOG-EXCEPTION.

        LOG-EXCEPTION.
      *     append to the shared EXCEPTION-SUMMARY.DAT - see
      *     CIRCUMFERENCE's LOG-EXCEPTION for the shared idea
            OPEN EXTEND EXCEPTION-SUMMARY
            IF WS-EXCEPT-STATUS = "05" OR WS-EXCEPT-STATUS = "35"
                CLOSE EXCEPTION-SUMMARY
                OPEN OUTPUT EXCEPTION-SUMMARY
            END-IF

            MOVE "BUDGET-IMPORT" TO EX-PROGRAM
            MOVE WS-TODAY-TIMESTAMP TO EX-TIMESTAMP
            MOVE WS-EXCEPT-REASON TO EX-REASON
            MOVE "N" TO EX-STATUS
            MOVE SPACES TO EX-ACK-OPERATOR EX-ACK-NOTE
            WRITE EXCEPTION-RECORD
            CLOSE EXCEPTION-SUMMARY.

            END PROGRAM BUDGET-IMPORT.

      * interactive maintenance screen for the departmental budget,
      * BUDGET.DAT - one planned amount per CHART-OF-ACCOUNTS account
      * per fiscal period (YYYYMM, the same period PERIOD-CONTROL
      * closes). The annual plan normally arrives through
      * BUDGET-IMPORT from the spreadsheet; this screen is for the
      * mid-year revision and the odd line the spreadsheet missed,
      * and lists an account's twelve months so a manager can see
      * the plan BUDGET-VARIANCE-REPORT is holding them to.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BUDGET-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BG-BUDGET-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT CHART-OF-ACCOUNTS
                ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHART-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BUDGET-FILE.
            COPY "BUDGET-RECORD.cpy".

        FD  CHART-OF-ACCOUNTS.
            COPY "CHART-OF-ACCOUNTS-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-CHART-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-ACCOUNT-ENTRY      PIC 9(4).
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 9(2).
        01 WS-YEAR-ENTRY         PIC 9(4).
        01 WS-ACCOUNT-FOUND      PIC X.
        01 WS-ACCOUNT-NAME       PIC X(30).
        01 WS-PERIOD-VALID       PIC X.
        01 WS-DEPT-ENTRY         PIC X(6).
      *     ACCEPT into unedited BG-AMOUNT does not parse a typed
      *     decimal point - ACCEPT into this edited field instead and
      *     MOVE the parsed result, same trick as MATERIAL-RATE-
      *     MAINTENANCE's WS-RATE-ENTRY
        01 WS-AMOUNT-ENTRY       PIC 9(9).99.
        01 WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-YEAR-TOTAL         PIC S9(11)V99.
        01 WS-TOTAL-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-LIST-COUNT         PIC 9(2).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

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
            PERFORM OPEN-BUDGET-FILE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== DEPARTMENTAL BUDGET ====="
                DISPLAY "[1] ADD A BUDGET LINE"
                DISPLAY "[2] CHANGE A BUDGET LINE"
                DISPLAY "[3] DELETE A BUDGET LINE"
                DISPLAY "[4] SHOW A BUDGET LINE"
                DISPLAY "[5] LIST AN ACCOUNT'S YEAR"
                DISPLAY "[6] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-BUDGET-LINE
                    WHEN 2
                        PERFORM CHANGE-BUDGET-LINE
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-BUDGET-LINE
                        END-IF
                    WHEN 4
                        PERFORM SHOW-BUDGET-LINE
                    WHEN 5
                        PERFORM LIST-ACCOUNT-YEAR
                    WHEN 6
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE BUDGET-FILE
            STOP RUN.

        OPEN-BUDGET-FILE.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after
            OPEN I-O BUDGET-FILE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
            END-IF.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        ACCEPT-BUDGET-KEY.
      *     account and period for every option - WS-PERIOD-VALID
      *     comes back N when either is unusable
            MOVE "N" TO WS-PERIOD-VALID
            DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS):"
            ACCEPT WS-ACCOUNT-ENTRY
            DISPLAY "ENTER FISCAL PERIOD (YYYYMM):"
            ACCEPT WS-PERIOD-ENTRY
            MOVE WS-PERIOD-ENTRY(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "REJECTED: PERIOD " WS-PERIOD-ENTRY
                    " IS NOT A YYYYMM MONTH"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ACCOUNT-ENTRY TO BG-ACCOUNT
            MOVE WS-PERIOD-ENTRY TO BG-PERIOD
            MOVE "Y" TO WS-PERIOD-VALID.

        ADD-BUDGET-LINE.
            PERFORM ACCEPT-BUDGET-KEY
            IF WS-PERIOD-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            PERFORM LOOKUP-ACCOUNT
            IF WS-ACCOUNT-FOUND = "N"
                DISPLAY "REJECTED: ACCOUNT " WS-ACCOUNT-ENTRY
                    " NOT ON CHART-OF-ACCOUNTS"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ACCOUNT " WS-ACCOUNT-ENTRY " " WS-ACCOUNT-NAME

            READ BUDGET-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: BUDGET ALREADY ON FILE FOR "
                        WS-ACCOUNT-ENTRY " " WS-PERIOD-ENTRY
                        " - USE CHANGE"
                    EXIT PARAGRAPH
            END-READ

            MOVE WS-ACCOUNT-ENTRY TO BG-ACCOUNT
            MOVE WS-PERIOD-ENTRY TO BG-PERIOD
            DISPLAY "ENTER DEPARTMENT (6 CHARS):"
            ACCEPT BG-DEPARTMENT
            IF BG-DEPARTMENT = SPACES
                DISPLAY "REJECTED: DEPARTMENT IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER BUDGET AMOUNT (999999999.99):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO BG-AMOUNT
            MOVE WS-OPERATOR-ID TO BG-UPDATED-BY
            MOVE WS-TODAY-DATE TO BG-UPDATED-DATE
            WRITE BUDGET-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: BUDGET ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "BUDGET ADDED FOR " BG-ACCOUNT
                        " " BG-PERIOD
            END-WRITE.

        CHANGE-BUDGET-LINE.
            PERFORM ACCEPT-BUDGET-KEY
            IF WS-PERIOD-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            READ BUDGET-FILE
                INVALID KEY
                    DISPLAY "REJECTED: NO BUDGET ON FILE FOR "
                        WS-ACCOUNT-ENTRY " " WS-PERIOD-ENTRY
                    EXIT PARAGRAPH
            END-READ
            PERFORM DISPLAY-BUDGET-LINE
            DISPLAY "ENTER DEPARTMENT (6 CHARS, BLANK = KEEP):"
            MOVE SPACES TO WS-DEPT-ENTRY
            ACCEPT WS-DEPT-ENTRY
            IF WS-DEPT-ENTRY NOT = SPACES
                MOVE WS-DEPT-ENTRY TO BG-DEPARTMENT
            END-IF
            DISPLAY "ENTER NEW BUDGET AMOUNT (999999999.99):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO BG-AMOUNT
            MOVE WS-OPERATOR-ID TO BG-UPDATED-BY
            MOVE WS-TODAY-DATE TO BG-UPDATED-DATE
            REWRITE BUDGET-RECORD
            DISPLAY "BUDGET CHANGED FOR " BG-ACCOUNT " " BG-PERIOD.

        DELETE-BUDGET-LINE.
            PERFORM ACCEPT-BUDGET-KEY
            IF WS-PERIOD-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            READ BUDGET-FILE
                INVALID KEY
                    DISPLAY "REJECTED: NO BUDGET ON FILE FOR "
                        WS-ACCOUNT-ENTRY " " WS-PERIOD-ENTRY
                NOT INVALID KEY
                    PERFORM DISPLAY-BUDGET-LINE
                    DISPLAY "DELETE THIS BUDGET LINE - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE BUDGET-FILE RECORD
                        DISPLAY "BUDGET LINE DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        SHOW-BUDGET-LINE.
            PERFORM ACCEPT-BUDGET-KEY
            IF WS-PERIOD-VALID = "N"
                EXIT PARAGRAPH
            END-IF
            READ BUDGET-FILE
                INVALID KEY
                    DISPLAY "NO BUDGET ON FILE FOR " WS-ACCOUNT-ENTRY
                        " " WS-PERIOD-ENTRY
                NOT INVALID KEY
                    PERFORM DISPLAY-BUDGET-LINE
            END-READ.

        DISPLAY-BUDGET-LINE.
            MOVE BG-AMOUNT TO WS-AMOUNT-DISP
            DISPLAY "ACCOUNT: " BG-ACCOUNT "  PERIOD: " BG-PERIOD
                "  DEPARTMENT: " BG-DEPARTMENT
            DISPLAY "BUDGET: " WS-AMOUNT-DISP
            DISPLAY "LAST UPDATED " BG-UPDATED-DATE
                " BY " BG-UPDATED-BY.

        LIST-ACCOUNT-YEAR.
      *     the key leads with the account, so START at its first
      *     month of the year and read forward until the account or
      *     the year changes
            DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS):"
            ACCEPT WS-ACCOUNT-ENTRY
            DISPLAY "ENTER FISCAL YEAR (YYYY):"
            ACCEPT WS-YEAR-ENTRY
            MOVE ZERO TO WS-YEAR-TOTAL WS-LIST-COUNT
            MOVE WS-ACCOUNT-ENTRY TO BG-ACCOUNT
            COMPUTE BG-PERIOD = WS-YEAR-ENTRY * 100
            START BUDGET-FILE KEY >= BG-BUDGET-KEY
                INVALID KEY
                    DISPLAY "NO BUDGET ON FILE FOR " WS-ACCOUNT-ENTRY
                        " IN " WS-YEAR-ENTRY
                    EXIT PARAGRAPH
            END-START

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BUDGET-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BG-ACCOUNT = WS-ACCOUNT-ENTRY
                                AND BG-PERIOD(1:4) = WS-YEAR-ENTRY
                            MOVE BG-AMOUNT TO WS-AMOUNT-DISP
                            DISPLAY "  " BG-PERIOD " " BG-DEPARTMENT
                                " " WS-AMOUNT-DISP
                            ADD BG-AMOUNT TO WS-YEAR-TOTAL
                            ADD 1 TO WS-LIST-COUNT
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO BUDGET ON FILE FOR " WS-ACCOUNT-ENTRY
                    " IN " WS-YEAR-ENTRY
            ELSE
                MOVE WS-YEAR-TOTAL TO WS-TOTAL-DISP
                DISPLAY "  YEAR " WS-YEAR-ENTRY " TOTAL "
                    WS-TOTAL-DISP
            END-IF.

        LOOKUP-ACCOUNT.
      *     the chart is a short line-sequential list - walk it
            MOVE "N" TO WS-ACCOUNT-FOUND
            MOVE SPACES TO WS-ACCOUNT-NAME
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
                        IF CA-ACCOUNT = WS-ACCOUNT-ENTRY
                            MOVE "Y" TO WS-ACCOUNT-FOUND
                            MOVE CA-NAME TO WS-ACCOUNT-NAME
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHART-OF-ACCOUNTS.

            END PROGRAM BUDGET-MAINTENANCE.

      * interactive maintenance screen for scholarship and financial
      * aid awards. The financial-aid office keys each award on
      * AWARD-MASTER - its fund, what it is worth a term (a flat
      * amount or a percent of tuition), the GPA a holder must keep
      * and how many terms it runs - and grants it to students on
      * STUDENT-AWARD. From there TUITION-BILLING credits it each
      * term through AWARD-POSTING and TERM-END-CLOSE renews or
      * suspends it through AWARD-RENEWAL. The fund report sets a
      * year's credits, off the AWARD-POSTING log, against what each
      * fund budgeted for its awards, on AWARD-FUND-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AWARD-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AWARD-MASTER ASSIGN TO "AWARD-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AW-AWARD-CODE
                FILE STATUS IS WS-AWARD-STATUS.

            SELECT STUDENT-AWARD ASSIGN TO "STUDENT-AWARD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SAW-AWARD-KEY
                FILE STATUS IS WS-SAW-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT AWARD-POSTING ASSIGN TO "AWARD-POSTING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POSTING-STATUS.

            SELECT AWARD-FUND-RPT ASSIGN TO "AWARD-FUND-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AWARD-MASTER.
            COPY "AWARD-MASTER-RECORD.cpy".

        FD  STUDENT-AWARD.
            COPY "STUDENT-AWARD-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  AWARD-POSTING.
            COPY "AWARD-POSTING-RECORD.cpy".

        FD  AWARD-FUND-RPT.
        01  AWARD-FUND-LINE          PIC X(80).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-AWARD-STATUS       PIC XX.
        01 WS-SAW-STATUS         PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-POSTING-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-CHANGING           PIC X.
        01 WS-STUDENT-OK         PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-LIST-COUNT         PIC 9(4).
        01 WS-ASK-STUDENT        PIC X(6).

      * keyed entry fields - the decimal point is typed, same as
      * TUITION-BILLING's amount entry
        01 WS-AMOUNT-ENTRY       PIC 9(5).99.
        01 WS-BUDGET-ENTRY       PIC 9(7).99.
        01 WS-GPA-ENTRY          PIC 9.99.
        01 WS-AMOUNT-DISP        PIC ZZ,ZZ9.99.
        01 WS-GPA-DISP           PIC 9.99.
        01 WS-STATUS-DISP        PIC X(10).

      * fund report - one row per fund, budget from AWARD-MASTER and
      * credits from the AWARD-POSTING log for the year asked
        01 WS-REPORT-YEAR        PIC X(4).
        01 WS-FUND-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-FUND-IDX           PIC 9(3).
        01 WS-FUND-JDX           PIC 9(3).
        01 WS-FUND-FOUND         PIC 9(3).
        01 WS-FUND-TABLE.
            05 WS-FUND-ENTRY OCCURS 200 TIMES.
                10 WS-FUND-CODE      PIC X(6).
                10 WS-FUND-BUDGET    PIC 9(9)V99.
                10 WS-FUND-AWARDED   PIC 9(9)V99.
                10 WS-FUND-CREDITS   PIC 9(5).
        01 WS-FUND-SWAP          PIC X(33).
        01 WS-LOOKUP-FUND        PIC X(6).
        01 WS-REMAINING          PIC S9(9)V99.
        01 WS-BUDGET-DISP        PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-AWARDED-DISP       PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-REMAINING-DISP     PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-BUDGET       PIC 9(9)V99.
        01 WS-TOTAL-AWARDED      PIC 9(9)V99.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * cancelling a student's award level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
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
            PERFORM OPEN-AWARD-FILES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== SCHOLARSHIP AND AID AWARDS ====="
                DISPLAY "[1] ADD OR CHANGE AN AWARD"
                DISPLAY "[2] LIST AWARDS"
                DISPLAY "[3] GRANT AN AWARD TO A STUDENT"
                DISPLAY "[4] LIST A STUDENT'S AWARDS"
                DISPLAY "[5] CANCEL A STUDENT'S AWARD"
                DISPLAY "[6] PRINT THE FUND REPORT"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM MAINTAIN-AWARD
                    WHEN 2
                        PERFORM LIST-AWARDS
                    WHEN 3
                        PERFORM GRANT-AWARD
                    WHEN 4
                        PERFORM LIST-STUDENT-AWARDS
                    WHEN 5
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - CANCEL NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM CANCEL-STUDENT-AWARD
                        END-IF
                    WHEN 6
                        PERFORM PRINT-FUND-REPORT
                    WHEN 7
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE AWARD-MASTER
            CLOSE STUDENT-AWARD
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-AWARD-FILES.
      *     the indexed files may not exist yet on a fresh machine, so
      *     create them the first time and re-open them for update -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O AWARD-MASTER
            IF WS-AWARD-STATUS = "35"
                OPEN OUTPUT AWARD-MASTER
                CLOSE AWARD-MASTER
                OPEN I-O AWARD-MASTER
            END-IF
            OPEN I-O STUDENT-AWARD
            IF WS-SAW-STATUS = "35"
                OPEN OUTPUT STUDENT-AWARD
                CLOSE STUDENT-AWARD
                OPEN I-O STUDENT-AWARD
            END-IF.

        MAINTAIN-AWARD.
            DISPLAY "ENTER AWARD CODE (6 CHARS):"
            ACCEPT AW-AWARD-CODE
            MOVE "N" TO WS-CHANGING
            READ AWARD-MASTER
                INVALID KEY
                    DISPLAY "NEW AWARD"
                NOT INVALID KEY
                    MOVE "Y" TO WS-CHANGING
                    PERFORM SHOW-AWARD
                    DISPLAY "CHANGE THIS AWARD (Y/N):"
                    ACCEPT WS-ANSWER
                    IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                        DISPLAY "NO CHANGE MADE"
                        EXIT PARAGRAPH
                    END-IF
            END-READ

            DISPLAY "ENTER AWARD NAME (20 CHARS):"
            ACCEPT AW-AWARD-NAME
            DISPLAY "ENTER FUND CODE (6 CHARS):"
            ACCEPT AW-FUND-CODE
            DISPLAY "ENTER BASIS - A FLAT AMOUNT, P PERCENT OF"
                " TUITION:"
            ACCEPT AW-BASIS
            EVALUATE AW-BASIS
                WHEN "A"
                    DISPLAY "ENTER AMOUNT PER TERM (E.G. 01000.00):"
                    ACCEPT WS-AMOUNT-ENTRY
                    MOVE WS-AMOUNT-ENTRY TO AW-AMOUNT
                    MOVE ZERO TO AW-PERCENT
                WHEN "P"
                    DISPLAY "ENTER PERCENT OF TUITION (001-100):"
                    ACCEPT AW-PERCENT
                    IF AW-PERCENT = ZERO OR AW-PERCENT > 100
                        DISPLAY "REJECTED: PERCENT MUST BE 1 TO 100"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE ZERO TO AW-AMOUNT
                WHEN OTHER
                    DISPLAY "REJECTED: BASIS MUST BE A OR P"
                    EXIT PARAGRAPH
            END-EVALUATE
            DISPLAY "ENTER GPA MINIMUM TO RENEW (E.G. 3.00,"
                " 0.00 FOR NONE):"
            ACCEPT WS-GPA-ENTRY
            MOVE WS-GPA-ENTRY TO AW-GPA-MINIMUM
            DISPLAY "ENTER TERM LIMIT (2 DIGITS, 00 FOR NONE):"
            ACCEPT AW-TERM-LIMIT
            DISPLAY "ENTER BUDGET FOR ONE YEAR (E.G. 0050000.00):"
            ACCEPT WS-BUDGET-ENTRY
            MOVE WS-BUDGET-ENTRY TO AW-YEAR-BUDGET
            DISPLAY "ENTER STATUS - A ACTIVE, X CLOSED:"
            ACCEPT AW-STATUS
            IF AW-STATUS NOT = "A" AND AW-STATUS NOT = "X"
                DISPLAY "REJECTED: STATUS MUST BE A OR X"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO AW-UPDATED-BY
            MOVE WS-TODAY-DATE TO AW-UPDATED-DATE

            IF WS-CHANGING = "Y"
                REWRITE AWARD-MASTER-RECORD
                DISPLAY "AWARD " AW-AWARD-CODE " CHANGED"
            ELSE
                WRITE AWARD-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "REJECTED: AWARD ALREADY ON FILE"
                    NOT INVALID KEY
                        DISPLAY "AWARD " AW-AWARD-CODE " ADDED"
                END-WRITE
            END-IF.

        SHOW-AWARD.
            IF AW-BASIS = "P"
                DISPLAY AW-AWARD-CODE " " AW-AWARD-NAME
                    " FUND " AW-FUND-CODE " " AW-PERCENT
                    "% OF TUITION"
            ELSE
                MOVE AW-AMOUNT TO WS-AMOUNT-DISP
                DISPLAY AW-AWARD-CODE " " AW-AWARD-NAME
                    " FUND " AW-FUND-CODE " " WS-AMOUNT-DISP
                    " A TERM"
            END-IF
            MOVE AW-GPA-MINIMUM TO WS-GPA-DISP
            MOVE AW-YEAR-BUDGET TO WS-BUDGET-DISP
            DISPLAY "  GPA MINIMUM " WS-GPA-DISP
                "  TERM LIMIT " AW-TERM-LIMIT
                "  BUDGET " WS-BUDGET-DISP
                "  STATUS " AW-STATUS.

        LIST-AWARDS.
            MOVE ZERO TO WS-LIST-COUNT
            MOVE LOW-VALUES TO AW-AWARD-CODE
            START AWARD-MASTER KEY >= AW-AWARD-CODE
                INVALID KEY
                    DISPLAY "NO AWARDS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AWARD-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SHOW-AWARD
                        ADD 1 TO WS-LIST-COUNT
                END-READ
            END-PERFORM
            DISPLAY "AWARDS LISTED: " WS-LIST-COUNT.

        GRANT-AWARD.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT SAW-STUDENT-ID
            DISPLAY "ENTER AWARD CODE (6 CHARS):"
            ACCEPT SAW-AWARD-CODE

      *     only a current student can hold an award
            MOVE "N" TO WS-STUDENT-OK
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS = "00"
                MOVE SAW-STUDENT-ID TO SM-STUDENT-ID
                READ STUDENT-MASTER
                    INVALID KEY
                        DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                    NOT INVALID KEY
                        IF SM-STATUS = "W" OR SM-STATUS = "D"
                            DISPLAY "REJECTED: STUDENT HAS LEFT ("
                                SM-STATUS ")"
                        ELSE
                            MOVE "Y" TO WS-STUDENT-OK
                        END-IF
                END-READ
                CLOSE STUDENT-MASTER
            ELSE
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
            END-IF
            IF WS-STUDENT-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE SAW-AWARD-CODE TO AW-AWARD-CODE
            READ AWARD-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: AWARD CODE NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF AW-STATUS NOT = "A"
                DISPLAY "REJECTED: AWARD IS CLOSED TO NEW HOLDERS"
                EXIT PARAGRAPH
            END-IF

            MOVE "A" TO SAW-STATUS
            MOVE SPACES TO SAW-FIRST-TERM
            MOVE ZERO TO SAW-TERMS-CREDITED
            MOVE SPACES TO SAW-LAST-TERM-POSTED
            MOVE ZERO TO SAW-TOTAL-CREDITED
            MOVE WS-OPERATOR-ID TO SAW-GRANTED-BY
            MOVE WS-TODAY-DATE TO SAW-GRANTED-DATE
            MOVE SPACES TO SAW-REVIEW-TERM
            MOVE ZERO TO SAW-REVIEW-TERM-GPA
            MOVE ZERO TO SAW-REVIEW-CUM-GPA
            WRITE STUDENT-AWARD-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: STUDENT ALREADY HOLDS THIS"
                        " AWARD"
                NOT INVALID KEY
                    DISPLAY "AWARD " SAW-AWARD-CODE " GRANTED TO "
                        SAW-STUDENT-ID
            END-WRITE.

        LIST-STUDENT-AWARDS.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT WS-ASK-STUDENT
            MOVE ZERO TO WS-LIST-COUNT
            MOVE WS-ASK-STUDENT TO SAW-STUDENT-ID
            MOVE LOW-VALUES TO SAW-AWARD-CODE
            START STUDENT-AWARD KEY >= SAW-AWARD-KEY
                INVALID KEY
                    DISPLAY "NO AWARDS ON FILE FOR " WS-ASK-STUDENT
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-AWARD NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SAW-STUDENT-ID = WS-ASK-STUDENT
                            PERFORM SHOW-STUDENT-AWARD
                            ADD 1 TO WS-LIST-COUNT
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY "AWARDS LISTED: " WS-LIST-COUNT.

        SHOW-STUDENT-AWARD.
            EVALUATE SAW-STATUS
                WHEN "A"
                    MOVE "ACTIVE" TO WS-STATUS-DISP
                WHEN "S"
                    MOVE "SUSPENDED" TO WS-STATUS-DISP
                WHEN "E"
                    MOVE "ENDED" TO WS-STATUS-DISP
                WHEN OTHER
                    MOVE "CANCELLED" TO WS-STATUS-DISP
            END-EVALUATE
            MOVE SAW-TOTAL-CREDITED TO WS-BUDGET-DISP
            DISPLAY SAW-AWARD-CODE " " WS-STATUS-DISP
                " GRANTED " SAW-GRANTED-DATE " BY " SAW-GRANTED-BY
            DISPLAY "  TERMS CREDITED " SAW-TERMS-CREDITED
                "  LAST " SAW-LAST-TERM-POSTED
                "  TOTAL " WS-BUDGET-DISP
            IF SAW-REVIEW-TERM NOT = SPACES
                MOVE SAW-REVIEW-TERM-GPA TO WS-GPA-DISP
                DISPLAY "  LAST REVIEWED " SAW-REVIEW-TERM
                    "  TERM GPA " WS-GPA-DISP
            END-IF.

        CANCEL-STUDENT-AWARD.
      *     the record stays for the history - cancelled awards are
      *     neither credited nor reviewed again
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT SAW-STUDENT-ID
            DISPLAY "ENTER AWARD CODE (6 CHARS):"
            ACCEPT SAW-AWARD-CODE
            READ STUDENT-AWARD
                INVALID KEY
                    DISPLAY "REJECTED: STUDENT DOES NOT HOLD THIS"
                        " AWARD"
                    EXIT PARAGRAPH
            END-READ
            IF SAW-STATUS = "X"
                DISPLAY "AWARD ALREADY CANCELLED"
                EXIT PARAGRAPH
            END-IF
            PERFORM SHOW-STUDENT-AWARD
            DISPLAY "CANCEL THIS AWARD - CONFIRM (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                MOVE "X" TO SAW-STATUS
                REWRITE STUDENT-AWARD-RECORD
                DISPLAY "AWARD CANCELLED"
            ELSE
                DISPLAY "CANCEL ABANDONED"
            END-IF.

        PRINT-FUND-REPORT.
            DISPLAY "ENTER YEAR OF TERMS TO REPORT (YYYY):"
            ACCEPT WS-REPORT-YEAR
            MOVE ZERO TO WS-FUND-COUNT

      *     budgets - every award still on file, open or closed
            MOVE LOW-VALUES TO AW-AWARD-CODE
            START AWARD-MASTER KEY >= AW-AWARD-CODE
                INVALID KEY
                    DISPLAY "NO AWARDS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AWARD-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE AW-FUND-CODE TO WS-LOOKUP-FUND
                        PERFORM FIND-FUND
                        IF WS-FUND-FOUND > ZERO
                            ADD AW-YEAR-BUDGET
                                TO WS-FUND-BUDGET(WS-FUND-FOUND)
                        END-IF
                END-READ
            END-PERFORM

      *     credits - every posting for a term in the year
            OPEN INPUT AWARD-POSTING
            IF WS-POSTING-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ AWARD-POSTING
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AWP-TERM(1:4) = WS-REPORT-YEAR
                                PERFORM TALLY-FUND-POSTING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AWARD-POSTING
            END-IF

      *     funds in code order - same exchange sort TERM-END-CLOSE
      *     ranks the class with
            PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                    UNTIL WS-FUND-IDX >= WS-FUND-COUNT
                PERFORM VARYING WS-FUND-JDX FROM WS-FUND-IDX BY 1
                        UNTIL WS-FUND-JDX > WS-FUND-COUNT
                    IF WS-FUND-CODE(WS-FUND-JDX)
                            < WS-FUND-CODE(WS-FUND-IDX)
                        MOVE WS-FUND-ENTRY(WS-FUND-IDX)
                            TO WS-FUND-SWAP
                        MOVE WS-FUND-ENTRY(WS-FUND-JDX)
                            TO WS-FUND-ENTRY(WS-FUND-IDX)
                        MOVE WS-FUND-SWAP
                            TO WS-FUND-ENTRY(WS-FUND-JDX)
                    END-IF
                END-PERFORM
            END-PERFORM

            OPEN OUTPUT AWARD-FUND-RPT
            MOVE SPACES TO AWARD-FUND-LINE
            STRING "AWARD FUND REPORT - TERMS OF " WS-REPORT-YEAR
                   " - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO AWARD-FUND-LINE
            WRITE AWARD-FUND-LINE
            MOVE SPACES TO AWARD-FUND-LINE
            STRING "FUND         BUDGETED         AWARDED"
                   "        REMAINING  CREDITS"
                   DELIMITED BY SIZE INTO AWARD-FUND-LINE
            WRITE AWARD-FUND-LINE
            MOVE ZERO TO WS-TOTAL-BUDGET
            MOVE ZERO TO WS-TOTAL-AWARDED
            PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                    UNTIL WS-FUND-IDX > WS-FUND-COUNT
                PERFORM WRITE-FUND-LINE
            END-PERFORM

            MOVE WS-TOTAL-BUDGET TO WS-BUDGET-DISP
            MOVE WS-TOTAL-AWARDED TO WS-AWARDED-DISP
            COMPUTE WS-REMAINING = WS-TOTAL-BUDGET - WS-TOTAL-AWARDED
            MOVE WS-REMAINING TO WS-REMAINING-DISP
            MOVE SPACES TO AWARD-FUND-LINE
            STRING "TOTAL " WS-BUDGET-DISP " " WS-AWARDED-DISP
                   " " WS-REMAINING-DISP
                   DELIMITED BY SIZE INTO AWARD-FUND-LINE
            WRITE AWARD-FUND-LINE
            CLOSE AWARD-FUND-RPT
            DISPLAY "FUND REPORT WRITTEN - " WS-FUND-COUNT
                " FUNDS - SEE AWARD-FUND-RPT.DAT".

        FIND-FUND.
            MOVE ZERO TO WS-FUND-FOUND
            PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                    UNTIL WS-FUND-IDX > WS-FUND-COUNT
                       OR WS-FUND-FOUND > ZERO
                IF WS-FUND-CODE(WS-FUND-IDX) = WS-LOOKUP-FUND
                    MOVE WS-FUND-IDX TO WS-FUND-FOUND
                END-IF
            END-PERFORM
            IF WS-FUND-FOUND = ZERO AND WS-FUND-COUNT < 200
                ADD 1 TO WS-FUND-COUNT
                MOVE WS-FUND-COUNT TO WS-FUND-FOUND
                MOVE WS-LOOKUP-FUND TO WS-FUND-CODE(WS-FUND-FOUND)
                MOVE ZERO TO WS-FUND-BUDGET(WS-FUND-FOUND)
                MOVE ZERO TO WS-FUND-AWARDED(WS-FUND-FOUND)
                MOVE ZERO TO WS-FUND-CREDITS(WS-FUND-FOUND)
            END-IF.

        TALLY-FUND-POSTING.
      *     a fund no longer budgeted on any award still shows, with
      *     nothing against its credits
            MOVE AWP-FUND-CODE TO WS-LOOKUP-FUND
            PERFORM FIND-FUND
            IF WS-FUND-FOUND > ZERO
                ADD AWP-AMOUNT TO WS-FUND-AWARDED(WS-FUND-FOUND)
                ADD 1 TO WS-FUND-CREDITS(WS-FUND-FOUND)
            END-IF.

        WRITE-FUND-LINE.
            MOVE WS-FUND-BUDGET(WS-FUND-IDX) TO WS-BUDGET-DISP
            MOVE WS-FUND-AWARDED(WS-FUND-IDX) TO WS-AWARDED-DISP
            COMPUTE WS-REMAINING = WS-FUND-BUDGET(WS-FUND-IDX)
                - WS-FUND-AWARDED(WS-FUND-IDX)
            MOVE WS-REMAINING TO WS-REMAINING-DISP
            MOVE SPACES TO AWARD-FUND-LINE
            STRING WS-FUND-CODE(WS-FUND-IDX) WS-BUDGET-DISP " "
                   WS-AWARDED-DISP " " WS-REMAINING-DISP "  "
                   WS-FUND-CREDITS(WS-FUND-IDX)
                   DELIMITED BY SIZE INTO AWARD-FUND-LINE
            WRITE AWARD-FUND-LINE
            ADD WS-FUND-BUDGET(WS-FUND-IDX) TO WS-TOTAL-BUDGET
            ADD WS-FUND-AWARDED(WS-FUND-IDX) TO WS-TOTAL-AWARDED.

            END PROGRAM AWARD-MAINTENANCE.

      * interactive lost-quote entry - when a customer says no, the
      * front office marks the quote LOST with a reason code and,
      * when the customer says who got the work, the competitor.
      * An OPEN quote or one the nightly sweep already EXPIRD can be
      * marked lost (finding out why after the price lapsed is the
      * usual case), and a LOST quote can have its reason corrected;
      * a converted quote won and cannot. WIN-LOSS-REPORT reads the
      * reasons back so sales management can see where we are
      * priced out. QUOTE-FILE is line sequential, so the whole file
      * loads into a table and is written back with the one quote
      * restamped, the way WORK-ORDER-ENTRY converts a quote.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUOTE-LOSS-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QUOTE-FILE ASSIGN TO "QUOTE-FILE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QUOTE-FILE.
            COPY "QUOTE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-QUOTE-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-COST-DISP          PIC ZZZZZ9.99.

      * the whole quote file, held as raw record images wide enough
      * to survive the layout growing - same as QUOTE-EXPIRY-SWEEP
        78 MAX-QUOTES            VALUE 2000.
        01 WS-QUOTE-NO-WANTED    PIC 9(8).
        01 WS-QUOTE-FOUND        PIC 9(4).
        01 WS-QUOTE-COUNT        PIC 9(4).
        01 WS-QUOTE-IDX          PIC 9(4).
        01 WS-QUOTE-TABLE.
            05 WS-QUOTE-ROW OCCURS 2000 TIMES PIC X(200).
        01 WS-TABLE-FULL         PIC X.

      * what the operator keyed
        01 WS-REASON-ENTRY       PIC X(2).
        01 WS-REASON-OK          PIC X.
        01 WS-COMPETITOR-ENTRY   PIC X(20).

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3
        78 MAINT-AUTH-LEVEL      VALUE 3.
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

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== LOST QUOTE ENTRY ====="
                DISPLAY "[1] MARK A QUOTE LOST"
                DISPLAY "[2] LIST LOSS REASON CODES"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM MARK-QUOTE-LOST
                    WHEN 2
                        PERFORM LIST-REASON-CODES
                    WHEN 3
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        LIST-REASON-CODES.
            DISPLAY "PR  PRICE - SOMEONE QUOTED LOWER"
            DISPLAY "LT  LEAD TIME - COULD NOT SHIP WHEN NEEDED"
            DISPLAY "SP  SPEC - COULD NOT MEET THE REQUIREMENT"
            DISPLAY "NR  NO RESPONSE - CUSTOMER NEVER ANSWERED"
            DISPLAY "OT  OTHER".

        MARK-QUOTE-LOST.
            DISPLAY "ENTER QUOTE NUMBER (8 DIGITS):"
            ACCEPT WS-QUOTE-NO-WANTED

            PERFORM LOAD-QUOTE-FILE
            IF WS-TABLE-FULL = "Y"
                DISPLAY "QUOTE-FILE HOLDS MORE THAN " MAX-QUOTES
                    " QUOTES - ARCHIVE OLD QUOTES FIRST"
                EXIT PARAGRAPH
            END-IF
            IF WS-QUOTE-FOUND = ZERO
                DISPLAY "QUOTE " WS-QUOTE-NO-WANTED " NOT ON FILE"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-QUOTE-ROW(WS-QUOTE-FOUND) TO QUOTE-RECORD
            IF QU-STATUS NOT = "OPEN" AND QU-STATUS NOT = "EXPIRD"
                    AND QU-STATUS NOT = "LOST"
                DISPLAY "QUOTE " WS-QUOTE-NO-WANTED " IS "
                    QU-STATUS " - ONLY AN OPEN, EXPIRED OR LOST"
                    " QUOTE CAN BE MARKED LOST"
                EXIT PARAGRAPH
            END-IF

            MOVE QU-TOTAL-COST TO WS-COST-DISP
            DISPLAY "QUOTE " QU-QUOTE-NO " CUSTOMER " QU-CUSTOMER-CODE
                " DATED " QU-QUOTE-DATE " TOTAL " WS-COST-DISP
                " STATUS " QU-STATUS
            IF QU-STATUS = "LOST"
                DISPLAY "CURRENT REASON: " QU-LOST-REASON
                    " COMPETITOR: " QU-COMPETITOR
            END-IF

            DISPLAY "ENTER LOSS REASON CODE (PR LT SP NR OT):"
            ACCEPT WS-REASON-ENTRY
            MOVE FUNCTION UPPER-CASE(WS-REASON-ENTRY)
                TO WS-REASON-ENTRY
            MOVE "N" TO WS-REASON-OK
            EVALUATE WS-REASON-ENTRY
                WHEN "PR"
                WHEN "LT"
                WHEN "SP"
                WHEN "NR"
                WHEN "OT"
                    MOVE "Y" TO WS-REASON-OK
            END-EVALUATE
            IF WS-REASON-OK = "N"
                DISPLAY "REJECTED: UNKNOWN REASON CODE "
                    WS-REASON-ENTRY
                PERFORM LIST-REASON-CODES
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER COMPETITOR WHO GOT THE JOB (BLANK IF NOT"
                " KNOWN):"
            MOVE SPACES TO WS-COMPETITOR-ENTRY
            ACCEPT WS-COMPETITOR-ENTRY
            MOVE FUNCTION UPPER-CASE(WS-COMPETITOR-ENTRY)
                TO WS-COMPETITOR-ENTRY

            DISPLAY "MARK QUOTE " QU-QUOTE-NO " LOST - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER NOT = "Y" AND WS-ID-ANSWER NOT = "y"
                DISPLAY "NOTHING CHANGED"
                EXIT PARAGRAPH
            END-IF

      *     a reason corrected on a LOST quote keeps the day it was
      *     first lost
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            IF QU-STATUS NOT = "LOST"
                MOVE WS-TODAY-DATE TO QU-STATUS-DATE
            END-IF
            MOVE "LOST" TO QU-STATUS
            MOVE WS-REASON-ENTRY TO QU-LOST-REASON
            MOVE WS-COMPETITOR-ENTRY TO QU-COMPETITOR
            MOVE QUOTE-RECORD TO WS-QUOTE-ROW(WS-QUOTE-FOUND)
            PERFORM REWRITE-QUOTE-FILE
            DISPLAY "QUOTE " QU-QUOTE-NO " MARKED LOST - "
                QU-LOST-REASON " BY " WS-OPERATOR-ID.

        LOAD-QUOTE-FILE.
            MOVE ZERO TO WS-QUOTE-COUNT WS-QUOTE-FOUND
            MOVE "N" TO WS-TABLE-FULL
            OPEN INPUT QUOTE-FILE
            IF WS-QUOTE-STATUS NOT = "00"
                DISPLAY "QUOTE-FILE NOT AVAILABLE - STATUS "
                    WS-QUOTE-STATUS
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ QUOTE-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-QUOTE-COUNT < MAX-QUOTES
                            ADD 1 TO WS-QUOTE-COUNT
                            MOVE QUOTE-RECORD
                                TO WS-QUOTE-ROW(WS-QUOTE-COUNT)
                            IF QU-QUOTE-NO = WS-QUOTE-NO-WANTED
                                MOVE WS-QUOTE-COUNT
                                    TO WS-QUOTE-FOUND
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-TABLE-FULL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE QUOTE-FILE.

        REWRITE-QUOTE-FILE.
            OPEN OUTPUT QUOTE-FILE
            PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                MOVE WS-QUOTE-ROW(WS-QUOTE-IDX) TO QUOTE-RECORD
                WRITE QUOTE-RECORD
            END-PERFORM
            CLOSE QUOTE-FILE.

            END PROGRAM QUOTE-LOSS-ENTRY.

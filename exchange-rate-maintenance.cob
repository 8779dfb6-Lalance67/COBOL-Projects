      * interactive ADD/CHANGE/DELETE/LIST maintenance screen for the
      * EXCHANGE-RATES table, patterned on TAX-RATE-MAINTENANCE -
      * what one unit of a foreign customer's currency is worth in
      * home currency, one row per currency per effective date. A
      * new rate is added as a new row on the day it takes effect
      * rather than typed over the old one, so quotes, invoices and
      * receipts already on file keep the rate they were made at;
      * EXCHANGE-RATE-LOOKUP picks the row in force on a given day.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCHANGE-RATE-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCHANGE-RATES ASSIGN TO "EXCHANGE-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XR-RATE-KEY
                FILE STATUS IS WS-FILE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXCHANGE-RATES.
            COPY "EXCHANGE-RATE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-LIST-CURRENCY      PIC X(3).
        01 WS-LIST-COUNT         PIC 9(4).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
      *     ACCEPT into unedited V9(6) fields does not parse a typed
      *     decimal point - ACCEPT into this edited field instead,
      *     same trick as TAX-RATE-MAINTENANCE's WS-RATE-ENTRY
        01 WS-RATE-ENTRY         PIC 999.999999.
        01 WS-RATE-DISP          PIC ZZ9.999999.

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
            PERFORM OPEN-EXCHANGE-RATES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== EXCHANGE-RATE MAINTENANCE ====="
                DISPLAY "[1] ADD A RATE"
                DISPLAY "[2] CHANGE A RATE"
                DISPLAY "[3] DELETE A RATE"
                DISPLAY "[4] LIST RATES FOR A CURRENCY"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-EXCHANGE-RATE
                    WHEN 2
                        PERFORM CHANGE-EXCHANGE-RATE
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-EXCHANGE-RATE
                        END-IF
                    WHEN 4
                        PERFORM LIST-EXCHANGE-RATES
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE EXCHANGE-RATES
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-EXCHANGE-RATES.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as TAX-RATE-MAINTENANCE's OPEN-TAX-RATES
            OPEN I-O EXCHANGE-RATES
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT EXCHANGE-RATES
                CLOSE EXCHANGE-RATES
                OPEN I-O EXCHANGE-RATES
            END-IF.

        ACCEPT-RATE-KEY.
            DISPLAY "ENTER CURRENCY CODE (3 CHARS, E.G. CAD):"
            ACCEPT XR-CURRENCY-CODE
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
            ACCEPT XR-EFFECTIVE-DATE.

        ADD-EXCHANGE-RATE.
            PERFORM ACCEPT-RATE-KEY
            IF XR-CURRENCY-CODE = SPACES OR XR-CURRENCY-CODE = "USD"
                DISPLAY "REJECTED: HOME CURRENCY NEEDS NO RATE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER HOME CURRENCY PER UNIT (E.G. 001.352100):"
            ACCEPT WS-RATE-ENTRY
            MOVE WS-RATE-ENTRY TO XR-HOME-PER-UNIT
            IF XR-HOME-PER-UNIT = ZERO
                DISPLAY "REJECTED: RATE MUST BE GREATER THAN ZERO"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO XR-UPDATED-BY
            MOVE WS-TODAY-DATE TO XR-UPDATED-DATE

            WRITE EXCHANGE-RATE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: RATE ALREADY ON FILE FOR THAT"
                        " DATE - USE CHANGE"
                NOT INVALID KEY
                    DISPLAY "RATE ADDED: " XR-CURRENCY-CODE
                        " EFFECTIVE " XR-EFFECTIVE-DATE
            END-WRITE.

        CHANGE-EXCHANGE-RATE.
            PERFORM ACCEPT-RATE-KEY

            READ EXCHANGE-RATES
                INVALID KEY
                    DISPLAY "REJECTED: RATE NOT FOUND"
                NOT INVALID KEY
                    MOVE XR-HOME-PER-UNIT TO WS-RATE-DISP
                    DISPLAY "CURRENT: " WS-RATE-DISP
                        " SET BY " XR-UPDATED-BY
                        " ON " XR-UPDATED-DATE
                    DISPLAY "ENTER NEW HOME CURRENCY PER UNIT:"
                    ACCEPT WS-RATE-ENTRY
                    IF WS-RATE-ENTRY = ZERO
                        DISPLAY "REJECTED: RATE MUST BE GREATER THAN"
                            " ZERO"
                    ELSE
                        MOVE WS-RATE-ENTRY TO XR-HOME-PER-UNIT
                        MOVE WS-OPERATOR-ID TO XR-UPDATED-BY
                        MOVE WS-TODAY-DATE TO XR-UPDATED-DATE
                        REWRITE EXCHANGE-RATE-RECORD
                        DISPLAY "RATE UPDATED: " XR-CURRENCY-CODE
                            " EFFECTIVE " XR-EFFECTIVE-DATE
                    END-IF
            END-READ.

        DELETE-EXCHANGE-RATE.
            PERFORM ACCEPT-RATE-KEY

            READ EXCHANGE-RATES
                INVALID KEY
                    DISPLAY "REJECTED: RATE NOT FOUND"
                NOT INVALID KEY
                    MOVE XR-HOME-PER-UNIT TO WS-RATE-DISP
                    DISPLAY "DELETE " XR-CURRENCY-CODE " EFFECTIVE "
                        XR-EFFECTIVE-DATE " AT " WS-RATE-DISP
                        " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE EXCHANGE-RATES RECORD
                        DISPLAY "RATE DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        LIST-EXCHANGE-RATES.
            DISPLAY "ENTER CURRENCY CODE TO LIST:"
            ACCEPT WS-LIST-CURRENCY
            MOVE ZERO TO WS-LIST-COUNT

            MOVE WS-LIST-CURRENCY TO XR-CURRENCY-CODE
            MOVE ZERO TO XR-EFFECTIVE-DATE
            START EXCHANGE-RATES KEY >= XR-RATE-KEY
                INVALID KEY
                    MOVE "10" TO WS-FILE-STATUS
            END-START

            IF WS-FILE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ EXCHANGE-RATES NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF XR-CURRENCY-CODE NOT = WS-LIST-CURRENCY
                                MOVE "Y" TO WS-EOF
                            ELSE
                                MOVE XR-HOME-PER-UNIT TO WS-RATE-DISP
                                DISPLAY "  " XR-EFFECTIVE-DATE
                                    "  " WS-RATE-DISP
                                    "  " XR-UPDATED-BY
                                    " " XR-UPDATED-DATE
                                ADD 1 TO WS-LIST-COUNT
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO RATES ON FILE FOR " WS-LIST-CURRENCY
            END-IF.

            END PROGRAM EXCHANGE-RATE-MAINTENANCE.

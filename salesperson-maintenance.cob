      * interactive ADD/CHANGE/DELETE/INQUIRE maintenance screen for
      * the SALESPERSON master, patterned on TAX-RATE-MAINTENANCE -
      * who sells for us, the commission percent COMMISSION-RUN pays
      * them on collected sales, and any split of that commission
      * with a partner. Customers name their salesperson on
      * CUSTOMER-MAINTENANCE; a work order can override it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SALESPERSON-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SALESPERSON-FILE ASSIGN TO "SALESPERSON.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-SALESPERSON-ID
                FILE STATUS IS WS-FILE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SALESPERSON-FILE.
            COPY "SALESPERSON-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into this edited field instead,
      *     same trick as TAX-RATE-MAINTENANCE's WS-RATE-ENTRY
        01 WS-PCT-ENTRY          PIC 99.99.
        01 WS-PCT-DISP           PIC Z9.99.
        01 WS-SPLIT-DISP         PIC ZZ9.

      * the split partner is read into this copy so the record being
      * maintained is not overwritten by the check
        01 WS-SAVE-SALESPERSON   PIC X(59).
        01 WS-SPLIT-OK           PIC X.

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
            PERFORM OPEN-SALESPERSON-FILE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== SALESPERSON MAINTENANCE ====="
                DISPLAY "[1] ADD"
                DISPLAY "[2] CHANGE"
                DISPLAY "[3] DELETE"
                DISPLAY "[4] INQUIRE"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-SALESPERSON
                    WHEN 2
                        PERFORM CHANGE-SALESPERSON
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-SALESPERSON
                        END-IF
                    WHEN 4
                        PERFORM INQUIRE-SALESPERSON
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE SALESPERSON-FILE
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-SALESPERSON-FILE.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as TAX-RATE-MAINTENANCE's OPEN-TAX-RATES
            OPEN I-O SALESPERSON-FILE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT SALESPERSON-FILE
                CLOSE SALESPERSON-FILE
                OPEN I-O SALESPERSON-FILE
            END-IF.

        ACCEPT-SALESPERSON-FIELDS.
            DISPLAY "ENTER NAME (25 CHARS):"
            ACCEPT SP-NAME
            DISPLAY "ENTER COMMISSION PERCENT (E.G. 05.00):"
            ACCEPT WS-PCT-ENTRY
            MOVE WS-PCT-ENTRY TO SP-COMMISSION-PCT
            DISPLAY "ENTER STATUS (A ACTIVE, I INACTIVE):"
            ACCEPT SP-STATUS
            IF SP-STATUS = "a"
                MOVE "A" TO SP-STATUS
            END-IF
            IF SP-STATUS = "i"
                MOVE "I" TO SP-STATUS
            END-IF
            IF SP-STATUS NOT = "I"
                MOVE "A" TO SP-STATUS
            END-IF
            PERFORM ACCEPT-SPLIT-FIELDS.

        ACCEPT-SPLIT-FIELDS.
      *     the split partner has to be on file already and cannot be
      *     the salesperson themselves; a bad entry is dropped rather
      *     than rejecting everything else keyed on the screen
            DISPLAY "ENTER SPLIT PARTNER ID (4 CHARS, BLANK FOR NONE):"
            ACCEPT SP-SPLIT-ID
            MOVE ZERO TO SP-SPLIT-PCT
            IF SP-SPLIT-ID = SPACES
                EXIT PARAGRAPH
            END-IF
            IF SP-SPLIT-ID = SP-SALESPERSON-ID
                DISPLAY "SPLIT PARTNER CANNOT BE THE SALESPERSON -"
                    " NO SPLIT SET"
                MOVE SPACES TO SP-SPLIT-ID
                EXIT PARAGRAPH
            END-IF

            MOVE SALESPERSON-RECORD TO WS-SAVE-SALESPERSON
            MOVE SP-SPLIT-ID TO SP-SALESPERSON-ID
            MOVE "Y" TO WS-SPLIT-OK
            READ SALESPERSON-FILE
                INVALID KEY
                    MOVE "N" TO WS-SPLIT-OK
            END-READ
            MOVE WS-SAVE-SALESPERSON TO SALESPERSON-RECORD
            IF WS-SPLIT-OK = "N"
                DISPLAY "SPLIT PARTNER NOT ON FILE - NO SPLIT SET"
                MOVE SPACES TO SP-SPLIT-ID
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER PERCENT OF COMMISSION TO PARTNER (001-100):"
            ACCEPT SP-SPLIT-PCT
            IF SP-SPLIT-PCT = ZERO OR SP-SPLIT-PCT > 100
                DISPLAY "SPLIT PERCENT MUST BE 1 TO 100 - NO SPLIT SET"
                MOVE SPACES TO SP-SPLIT-ID
                MOVE ZERO TO SP-SPLIT-PCT
            END-IF.

        ADD-SALESPERSON.
            DISPLAY "ENTER SALESPERSON ID (4 CHARS):"
            ACCEPT SP-SALESPERSON-ID
            IF SP-SALESPERSON-ID = SPACES
                DISPLAY "REJECTED: SALESPERSON ID IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-SALESPERSON-FIELDS
            MOVE WS-OPERATOR-ID TO SP-UPDATED-BY
            MOVE WS-TODAY-DATE TO SP-UPDATED-DATE

            WRITE SALESPERSON-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: SALESPERSON ALREADY EXISTS"
                NOT INVALID KEY
                    DISPLAY "SALESPERSON ADDED: " SP-SALESPERSON-ID
            END-WRITE.

        CHANGE-SALESPERSON.
            DISPLAY "ENTER SALESPERSON ID TO CHANGE:"
            ACCEPT SP-SALESPERSON-ID

            READ SALESPERSON-FILE
                INVALID KEY
                    DISPLAY "REJECTED: SALESPERSON NOT FOUND"
                NOT INVALID KEY
                    MOVE SP-COMMISSION-PCT TO WS-PCT-DISP
                    MOVE SP-SPLIT-PCT TO WS-SPLIT-DISP
                    DISPLAY "CURRENT: " SP-NAME
                        " COMMISSION " WS-PCT-DISP "%"
                        " STATUS " SP-STATUS
                    DISPLAY "CURRENT SPLIT: " SP-SPLIT-ID
                        " " WS-SPLIT-DISP "%"
                    PERFORM ACCEPT-SALESPERSON-FIELDS
                    MOVE WS-OPERATOR-ID TO SP-UPDATED-BY
                    MOVE WS-TODAY-DATE TO SP-UPDATED-DATE
                    REWRITE SALESPERSON-RECORD
                    DISPLAY "SALESPERSON UPDATED: " SP-SALESPERSON-ID
            END-READ.

        DELETE-SALESPERSON.
      *     customers and open orders still naming a deleted
      *     salesperson show up on COMMISSION-RUN's exception list
      *     rather than being paid to nobody silently
            DISPLAY "ENTER SALESPERSON ID TO DELETE:"
            ACCEPT SP-SALESPERSON-ID

            READ SALESPERSON-FILE
                INVALID KEY
                    DISPLAY "REJECTED: SALESPERSON NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "DELETE " SP-SALESPERSON-ID " - "
                        SP-NAME " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE SALESPERSON-FILE RECORD
                        DISPLAY "SALESPERSON DELETED: "
                            SP-SALESPERSON-ID
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        INQUIRE-SALESPERSON.
            DISPLAY "ENTER SALESPERSON ID TO INQUIRE:"
            ACCEPT SP-SALESPERSON-ID

            READ SALESPERSON-FILE
                INVALID KEY
                    DISPLAY "SALESPERSON NOT FOUND"
                NOT INVALID KEY
                    MOVE SP-COMMISSION-PCT TO WS-PCT-DISP
                    MOVE SP-SPLIT-PCT TO WS-SPLIT-DISP
                    DISPLAY "ID: " SP-SALESPERSON-ID
                    DISPLAY "NAME: " SP-NAME
                    DISPLAY "COMMISSION: " WS-PCT-DISP "%"
                    DISPLAY "SPLIT: " SP-SPLIT-ID " " WS-SPLIT-DISP "%"
                    DISPLAY "STATUS: " SP-STATUS
                    DISPLAY "LAST CHANGED BY " SP-UPDATED-BY
                        " ON " SP-UPDATED-DATE
            END-READ.

            END PROGRAM SALESPERSON-MAINTENANCE.

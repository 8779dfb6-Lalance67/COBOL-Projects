      * interactive maintenance screen for the fixed-asset register,
      * FIXED-ASSET.DAT - the accountant's record of each machine on
      * EQUIPMENT-MASTER, on the same equipment code, so the
      * register stops living in a spreadsheet that never agrees
      * with the shop floor. Adds an asset with its acquisition
      * date, cost, salvage value, useful life and depreciation
      * method (straight-line or double-declining balance), changes
      * the estimates, shows an asset with its net book value, and
      * records a disposal: the proceeds less net book value is the
      * gain or loss, and the disposal goes on ASSET-JOURNAL.DAT for
      * GL-EXTRACT to book. DEPRECIATION-RUN charges the months.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FIXED-ASSET-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FIXED-ASSET ASSIGN TO "FIXED-ASSET.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FA-EQUIP-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

            SELECT ASSET-JOURNAL ASSIGN TO "ASSET-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FIXED-ASSET.
            COPY "FIXED-ASSET-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  ASSET-JOURNAL.
            COPY "ASSET-JOURNAL-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-JOURNAL-STATUS     PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ASSET-FOUND        PIC X.
        01 WS-ENTRY-OK           PIC X.
        01 WS-CONFIRM            PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      *     ACCEPT into an unedited money field does not parse a
      *     typed decimal point - ACCEPT into these edited fields
      *     and MOVE the parsed result, same trick as MATERIAL-RATE-
      *     MAINTENANCE's WS-RATE-ENTRY
        01 WS-COST-ENTRY         PIC 9(9).99.
        01 WS-SALVAGE-ENTRY      PIC 9(9).99.
        01 WS-PROCEEDS-ENTRY     PIC 9(9).99.
        01 WS-DATE-ENTRY         PIC 9(8).
        01 WS-LIFE-ENTRY         PIC 9(2).
        01 WS-METHOD-ENTRY       PIC X.

        01 WS-BOOK-VALUE         PIC S9(9)V99.
        01 WS-GAIN-LOSS          PIC S9(9)V99.
        01 WS-DISPOSAL-PERIOD    PIC 9(6).
        01 WS-MONEY-DISP         PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-MONEY-DISP-2       PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-METHOD-NAME        PIC X(17).

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3, a
      * disposal - which cannot be taken back - level 5
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
            PERFORM OPEN-FIXED-ASSET
            OPEN INPUT EQUIPMENT-MASTER

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== FIXED-ASSET REGISTER ====="
                DISPLAY "[1] ADD AN ASSET"
                DISPLAY "[2] CHANGE AN ASSET'S ESTIMATES"
                DISPLAY "[3] DISPOSE OF AN ASSET"
                DISPLAY "[4] SHOW AN ASSET"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-ASSET
                    WHEN 2
                        PERFORM CHANGE-ASSET
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DISPOSAL NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DISPOSE-ASSET
                        END-IF
                    WHEN 4
                        PERFORM SHOW-ASSET
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE FIXED-ASSET
            IF WS-EQUIP-STATUS = "00"
                CLOSE EQUIPMENT-MASTER
            END-IF
            STOP RUN.

        OPEN-FIXED-ASSET.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after
            OPEN I-O FIXED-ASSET
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT FIXED-ASSET
                CLOSE FIXED-ASSET
                OPEN I-O FIXED-ASSET
            END-IF.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        READ-ASSET.
            MOVE "N" TO WS-ASSET-FOUND
            DISPLAY "ENTER EQUIPMENT CODE (4 CHARS):"
            ACCEPT FA-EQUIP-CODE
            READ FIXED-ASSET
                INVALID KEY
                    DISPLAY "NO ASSET ON THE REGISTER FOR "
                        FA-EQUIP-CODE
                NOT INVALID KEY
                    MOVE "Y" TO WS-ASSET-FOUND
            END-READ.

        ADD-ASSET.
            DISPLAY "ENTER EQUIPMENT CODE (4 CHARS):"
            ACCEPT EQ-EQUIP-CODE
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "REJECTED: EQUIPMENT-MASTER NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            READ EQUIPMENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: MACHINE " EQ-EQUIP-CODE
                        " NOT ON EQUIPMENT-MASTER"
                    EXIT PARAGRAPH
            END-READ

            MOVE EQ-EQUIP-CODE TO FA-EQUIP-CODE
            READ FIXED-ASSET
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: " FA-EQUIP-CODE
                        " ALREADY ON THE REGISTER"
                    EXIT PARAGRAPH
            END-READ

            DISPLAY "MACHINE " EQ-EQUIP-CODE " " EQ-NAME
            MOVE EQ-EQUIP-CODE TO FA-EQUIP-CODE
            MOVE EQ-NAME TO FA-DESCRIPTION

            DISPLAY "ENTER ACQUISITION DATE (YYYYMMDD):"
            ACCEPT WS-DATE-ENTRY
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = ZERO
                    OR WS-DATE-ENTRY > WS-TODAY-DATE
                DISPLAY "REJECTED: " WS-DATE-ENTRY
                    " IS NOT A DATE ON OR BEFORE TODAY"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATE-ENTRY TO FA-ACQUIRED-DATE

            DISPLAY "ENTER COST (E.G. 000125000.00):"
            ACCEPT WS-COST-ENTRY
            MOVE WS-COST-ENTRY TO FA-COST
            IF FA-COST = ZERO
                DISPLAY "REJECTED: COST MUST BE MORE THAN ZERO"
                EXIT PARAGRAPH
            END-IF

            PERFORM ACCEPT-ESTIMATES
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO FA-ACCUM-DEPR FA-LAST-DEPR-PERIOD
                FA-DISPOSAL-DATE FA-PROCEEDS FA-GAIN-LOSS
            MOVE "A" TO FA-STATUS
            MOVE WS-OPERATOR-ID TO FA-UPDATED-BY
            MOVE WS-TODAY-DATE TO FA-UPDATED-DATE

            WRITE FIXED-ASSET-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: " FA-EQUIP-CODE
                        " ALREADY ON THE REGISTER"
                NOT INVALID KEY
                    DISPLAY "ASSET ADDED: " FA-EQUIP-CODE
            END-WRITE.

        ACCEPT-ESTIMATES.
      *     salvage, life and method - shared by add and change;
      *     WS-ENTRY-OK comes back N when any of them is unusable
            MOVE "N" TO WS-ENTRY-OK
            DISPLAY "ENTER SALVAGE VALUE (E.G. 000010000.00):"
            ACCEPT WS-SALVAGE-ENTRY
            MOVE WS-SALVAGE-ENTRY TO FA-SALVAGE
            IF FA-SALVAGE >= FA-COST
                DISPLAY "REJECTED: SALVAGE MUST BE LESS THAN COST"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER USEFUL LIFE IN YEARS (01-50):"
            ACCEPT WS-LIFE-ENTRY
            IF WS-LIFE-ENTRY < 1 OR WS-LIFE-ENTRY > 50
                DISPLAY "REJECTED: USEFUL LIFE MUST BE 1 TO 50 YEARS"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LIFE-ENTRY TO FA-LIFE-YEARS

            DISPLAY "ENTER METHOD (S STRAIGHT-LINE, D DECLINING"
                " BALANCE):"
            ACCEPT WS-METHOD-ENTRY
            MOVE FUNCTION UPPER-CASE(WS-METHOD-ENTRY)
                TO WS-METHOD-ENTRY
            IF WS-METHOD-ENTRY NOT = "S" AND WS-METHOD-ENTRY NOT = "D"
                DISPLAY "REJECTED: METHOD MUST BE S OR D"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-METHOD-ENTRY TO FA-METHOD
            MOVE "Y" TO WS-ENTRY-OK.

        CHANGE-ASSET.
      *     a revised estimate runs forward from the next month
      *     charged; the cost itself is only open until the first
      *     month has been depreciated
            PERFORM READ-ASSET
            IF WS-ASSET-FOUND = "N"
                EXIT PARAGRAPH
            END-IF
            IF FA-STATUS = "D"
                DISPLAY "REJECTED: " FA-EQUIP-CODE
                    " WAS DISPOSED OF ON " FA-DISPOSAL-DATE
                EXIT PARAGRAPH
            END-IF
            PERFORM DISPLAY-ASSET

            IF FA-ACCUM-DEPR = ZERO
                DISPLAY "ENTER COST (E.G. 000125000.00):"
                ACCEPT WS-COST-ENTRY
                MOVE WS-COST-ENTRY TO FA-COST
                IF FA-COST = ZERO
                    DISPLAY "REJECTED: COST MUST BE MORE THAN ZERO"
                    EXIT PARAGRAPH
                END-IF
            END-IF

            PERFORM ACCEPT-ESTIMATES
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            IF FA-SALVAGE > FA-COST - FA-ACCUM-DEPR
                DISPLAY "REJECTED: SALVAGE IS ABOVE THE NET BOOK"
                    " VALUE ALREADY REACHED"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-OPERATOR-ID TO FA-UPDATED-BY
            MOVE WS-TODAY-DATE TO FA-UPDATED-DATE
            REWRITE FIXED-ASSET-RECORD
            DISPLAY "ASSET UPDATED: " FA-EQUIP-CODE.

        DISPOSE-ASSET.
            PERFORM READ-ASSET
            IF WS-ASSET-FOUND = "N"
                EXIT PARAGRAPH
            END-IF
            IF FA-STATUS = "D"
                DISPLAY "REJECTED: " FA-EQUIP-CODE
                    " WAS DISPOSED OF ON " FA-DISPOSAL-DATE
                EXIT PARAGRAPH
            END-IF
            PERFORM DISPLAY-ASSET

            DISPLAY "ENTER DISPOSAL DATE (YYYYMMDD, 0 FOR TODAY):"
            ACCEPT WS-DATE-ENTRY
            IF WS-DATE-ENTRY = ZERO
                MOVE WS-TODAY-DATE TO WS-DATE-ENTRY
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = ZERO
                    OR WS-DATE-ENTRY > WS-TODAY-DATE
                    OR WS-DATE-ENTRY < FA-ACQUIRED-DATE
                DISPLAY "REJECTED: " WS-DATE-ENTRY
                    " IS NOT A DATE BETWEEN ACQUISITION AND TODAY"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATE-ENTRY(1:6) TO WS-DISPOSAL-PERIOD

      *     the months up to the disposal belong in the expense
      *     before the asset comes off the books
            IF FA-LAST-DEPR-PERIOD < WS-DISPOSAL-PERIOD
                    AND FA-COST - FA-ACCUM-DEPR > FA-SALVAGE
                DISPLAY "NOTE: DEPRECIATION HAS ONLY BEEN RUN"
                    " THROUGH " FA-LAST-DEPR-PERIOD
                    " - RUN DEPRECIATION-RUN FIRST IF THE"
                    " DISPOSAL MONTH SHOULD BE CHARGED"
            END-IF

            DISPLAY "ENTER SALE PROCEEDS (E.G. 000005000.00, 0 IF"
                " SCRAPPED):"
            ACCEPT WS-PROCEEDS-ENTRY
            MOVE WS-PROCEEDS-ENTRY TO FA-PROCEEDS

            COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
            COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-BOOK-VALUE
            MOVE WS-BOOK-VALUE TO WS-MONEY-DISP
            DISPLAY "NET BOOK VALUE: " WS-MONEY-DISP
            MOVE WS-GAIN-LOSS TO WS-MONEY-DISP
            IF WS-GAIN-LOSS < ZERO
                DISPLAY "LOSS ON DISPOSAL: " WS-MONEY-DISP
            ELSE
                DISPLAY "GAIN ON DISPOSAL: " WS-MONEY-DISP
            END-IF

            DISPLAY "DISPOSE OF " FA-EQUIP-CODE " (Y/N)?"
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "DISPOSAL CANCELLED"
                EXIT PARAGRAPH
            END-IF

            MOVE "D" TO FA-STATUS
            MOVE WS-DATE-ENTRY TO FA-DISPOSAL-DATE
            MOVE WS-GAIN-LOSS TO FA-GAIN-LOSS
            MOVE WS-OPERATOR-ID TO FA-UPDATED-BY
            MOVE WS-TODAY-DATE TO FA-UPDATED-DATE
            REWRITE FIXED-ASSET-RECORD
            PERFORM LOG-DISPOSAL
            DISPLAY "ASSET DISPOSED: " FA-EQUIP-CODE.

        LOG-DISPOSAL.
      *     the journal appends across days - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG
            MOVE WS-TODAY-DATE TO AJ-POST-DATE
            MOVE FA-EQUIP-CODE TO AJ-EQUIP-CODE
            MOVE "D" TO AJ-TYPE
            MOVE WS-DISPOSAL-PERIOD TO AJ-PERIOD
            MOVE FA-COST TO AJ-AMOUNT
            MOVE FA-ACCUM-DEPR TO AJ-ACCUM-DEPR
            MOVE FA-PROCEEDS TO AJ-PROCEEDS
            MOVE FA-GAIN-LOSS TO AJ-GAIN-LOSS
            MOVE WS-OPERATOR-ID TO AJ-OPERATOR
            OPEN EXTEND ASSET-JOURNAL
            IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
                CLOSE ASSET-JOURNAL
                OPEN OUTPUT ASSET-JOURNAL
            END-IF
            WRITE ASSET-JOURNAL-RECORD
            CLOSE ASSET-JOURNAL.

        SHOW-ASSET.
            PERFORM READ-ASSET
            IF WS-ASSET-FOUND = "Y"
                PERFORM DISPLAY-ASSET
            END-IF.

        DISPLAY-ASSET.
            IF FA-METHOD = "D"
                MOVE "DECLINING BALANCE" TO WS-METHOD-NAME
            ELSE
                MOVE "STRAIGHT-LINE" TO WS-METHOD-NAME
            END-IF
            DISPLAY "ASSET: " FA-EQUIP-CODE " " FA-DESCRIPTION
            DISPLAY "ACQUIRED: " FA-ACQUIRED-DATE
                "  LIFE: " FA-LIFE-YEARS " YEARS  " WS-METHOD-NAME
            MOVE FA-COST TO WS-MONEY-DISP
            MOVE FA-SALVAGE TO WS-MONEY-DISP-2
            DISPLAY "COST: " WS-MONEY-DISP "  SALVAGE: "
                WS-MONEY-DISP-2
            COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
            MOVE FA-ACCUM-DEPR TO WS-MONEY-DISP
            MOVE WS-BOOK-VALUE TO WS-MONEY-DISP-2
            DISPLAY "ACCUMULATED DEPRECIATION: " WS-MONEY-DISP
                "  NET BOOK VALUE: " WS-MONEY-DISP-2
            IF FA-LAST-DEPR-PERIOD = ZERO
                DISPLAY "NOT YET DEPRECIATED"
            ELSE
                DISPLAY "DEPRECIATED THROUGH: " FA-LAST-DEPR-PERIOD
            END-IF
            IF FA-STATUS = "D"
                MOVE FA-PROCEEDS TO WS-MONEY-DISP
                MOVE FA-GAIN-LOSS TO WS-MONEY-DISP-2
                DISPLAY "DISPOSED: " FA-DISPOSAL-DATE
                    "  PROCEEDS: " WS-MONEY-DISP
                    "  GAIN/LOSS: " WS-MONEY-DISP-2
            END-IF
            DISPLAY "LAST UPDATED BY " FA-UPDATED-BY
                " ON " FA-UPDATED-DATE.

            END PROGRAM FIXED-ASSET-MAINTENANCE.

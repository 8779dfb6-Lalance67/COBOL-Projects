      * interactive maintenance screen for BLANKET-ORDER and its
      * call-off schedule on BLANKET-RELEASE, patterned on
      * TAX-RATE-MAINTENANCE. A customer who commits to a year of one
      * part gets one blanket here - agreed quantity, piece price
      * and validity window - and each monthly call-off is scheduled
      * against it as a release with its due date and quantity.
      * BLANKET-RELEASE-RUN turns the due releases into work orders
      * at the blanket price. Releases may not commit more than the
      * blanket has left; closing a blanket cancels every release
      * still scheduled under it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BLANKET-ORDER-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BLANKET-ORDER ASSIGN TO "BLANKET-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BO-BLANKET-NO
                FILE STATUS IS WS-BLANKET-STATUS.

            SELECT BLANKET-RELEASE ASSIGN TO "BLANKET-RELEASE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BR-RELEASE-KEY
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATRATE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BLANKET-ORDER.
            COPY "BLANKET-ORDER-RECORD.cpy".

        FD  BLANKET-RELEASE.
            COPY "BLANKET-RELEASE-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-BLANKET-STATUS     PIC XX.
        01 WS-RELEASE-STATUS     PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-MATRATE-STATUS     PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-ENTRY-OK           PIC X.

      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into these edited fields instead,
      *     same trick as WORK-ORDER-ENTRY's WS-RADIUS-ENTRY
        01 WS-RADIUS-ENTRY       PIC 9(3).99.
        01 WS-SIDE-ENTRY         PIC 99.99.
        01 WS-PRICE-ENTRY        PIC 9(6).99.
        01 WS-QTY-ENTRY          PIC 9(6).
        01 WS-RELQTY-ENTRY       PIC 9(3).
        01 WS-DATE-ENTRY         PIC 9(8).
        01 WS-PO-ENTRY           PIC X(20).
        01 WS-PRICE-DISP         PIC ZZZZZ9.99.
        01 WS-QTY-DISP           PIC ZZZZZ9.
        01 WS-RELQTY-DISP        PIC ZZ9.

      * the blanket's quantities as the release schedule stands -
      * what is still scheduled but not yet released counts against
      * what is left, so two call-offs cannot both claim the last
      * pieces
        01 WS-BLANKET-NO         PIC 9(8).
        01 WS-REMAINING          PIC 9(6).
        01 WS-SCHEDULED          PIC 9(6).
        01 WS-UNCOMMITTED        PIC S9(7).
        01 WS-LAST-RELEASE-NO    PIC 9(3).
        01 WS-CANCELLED-COUNT    PIC 9(3).

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * closing a blanket level 5
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
            PERFORM OPEN-BLANKET-FILES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== BLANKET ORDER MAINTENANCE ====="
                DISPLAY "[1] ADD A BLANKET ORDER"
                DISPLAY "[2] CHANGE A BLANKET ORDER"
                DISPLAY "[3] SCHEDULE A RELEASE"
                DISPLAY "[4] CANCEL A SCHEDULED RELEASE"
                DISPLAY "[5] INQUIRE"
                DISPLAY "[6] CLOSE A BLANKET ORDER"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-BLANKET
                    WHEN 2
                        PERFORM CHANGE-BLANKET
                    WHEN 3
                        PERFORM SCHEDULE-RELEASE
                    WHEN 4
                        PERFORM CANCEL-RELEASE
                    WHEN 5
                        PERFORM INQUIRE-BLANKET
                    WHEN 6
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - CLOSING NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM CLOSE-BLANKET
                        END-IF
                    WHEN 7
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE BLANKET-ORDER
            CLOSE BLANKET-RELEASE
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-BLANKET-FILES.
      *     the indexed files may not exist yet on a fresh machine, so
      *     create them the first time and re-open them for update
      *     after - same pattern as TAX-RATE-MAINTENANCE's
      *     OPEN-TAX-RATES
            OPEN I-O BLANKET-ORDER
            IF WS-BLANKET-STATUS = "35"
                OPEN OUTPUT BLANKET-ORDER
                CLOSE BLANKET-ORDER
                OPEN I-O BLANKET-ORDER
            END-IF
            OPEN I-O BLANKET-RELEASE
            IF WS-RELEASE-STATUS = "35"
                OPEN OUTPUT BLANKET-RELEASE
                CLOSE BLANKET-RELEASE
                OPEN I-O BLANKET-RELEASE
            END-IF.

        ADD-BLANKET.
            DISPLAY "ENTER CUSTOMER CODE (6 CHARS):"
            ACCEPT BO-CUSTOMER-CODE
            PERFORM CHECK-CUSTOMER-ON-FILE
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER CUSTOMER'S BLANKET PO NUMBER:"
            MOVE SPACES TO BO-CUST-PO-NO
            ACCEPT BO-CUST-PO-NO
            IF BO-CUST-PO-NO = SPACES
                DISPLAY "REJECTED: THE CUSTOMER'S PO NUMBER IS"
                    " REQUIRED"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "PART - [C] CIRCLE  [T] TRIANGLE:"
            ACCEPT BO-TYPE
            EVALUATE BO-TYPE
                WHEN "C"
                WHEN "c"
                    MOVE "C" TO BO-TYPE
                    PERFORM ACCEPT-CIRCLE-PART
                WHEN "T"
                WHEN "t"
                    MOVE "T" TO BO-TYPE
                    PERFORM ACCEPT-TRIANGLE-PART
                WHEN OTHER
                    DISPLAY "REJECTED: PART MUST BE C OR T"
                    EXIT PARAGRAPH
            END-EVALUATE
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER AGREED QUANTITY (PIECES):"
            ACCEPT WS-QTY-ENTRY
            IF WS-QTY-ENTRY = ZERO
                DISPLAY "REJECTED: AGREED QUANTITY IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-QTY-ENTRY TO BO-AGREED-QTY
            MOVE ZERO TO BO-RELEASED-QTY

            DISPLAY "ENTER AGREED PRICE PER PIECE (E.G. 000123.45):"
            ACCEPT WS-PRICE-ENTRY
            MOVE WS-PRICE-ENTRY TO BO-UNIT-PRICE
            IF BO-UNIT-PRICE = ZERO
                DISPLAY "REJECTED: AGREED PRICE IS REQUIRED"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER VALID FROM (YYYYMMDD, 0 FOR TODAY):"
            ACCEPT WS-DATE-ENTRY
            IF WS-DATE-ENTRY = ZERO
                MOVE WS-TODAY-DATE TO WS-DATE-ENTRY
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = ZERO
                DISPLAY "REJECTED: " WS-DATE-ENTRY " IS NOT A DATE"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATE-ENTRY TO BO-VALID-FROM
            DISPLAY "ENTER VALID TO (YYYYMMDD):"
            ACCEPT WS-DATE-ENTRY
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = ZERO
                    OR WS-DATE-ENTRY < BO-VALID-FROM
                    OR WS-DATE-ENTRY < WS-TODAY-DATE
                DISPLAY "REJECTED: " WS-DATE-ENTRY
                    " IS NOT A DATE AFTER VALID-FROM AND TODAY"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATE-ENTRY TO BO-VALID-TO

      *     the blanket number comes from the shared TICKET-SEQUENCE
      *     series, same as work orders and RMAs
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO BO-BLANKET-NO
            MOVE "OPEN" TO BO-STATUS
            MOVE WS-OPERATOR-ID TO BO-UPDATED-BY
            MOVE WS-TODAY-DATE TO BO-UPDATED-DATE

            WRITE BLANKET-ORDER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: BLANKET NUMBER COLLISION "
                        BO-BLANKET-NO
                NOT INVALID KEY
                    DISPLAY "BLANKET ORDER ADDED: " BO-BLANKET-NO
                        " - SCHEDULE ITS RELEASES WITH OPTION 3"
            END-WRITE.

        CHECK-CUSTOMER-ON-FILE.
            MOVE "Y" TO WS-ENTRY-OK
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                    WS-CUSTOMER-STATUS
                MOVE "N" TO WS-ENTRY-OK
                EXIT PARAGRAPH
            END-IF
            MOVE BO-CUSTOMER-CODE TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CUSTOMER " BO-CUSTOMER-CODE
                        " NOT ON FILE"
                    MOVE "N" TO WS-ENTRY-OK
            END-READ
            CLOSE CUSTOMER-MASTER.

        ACCEPT-CIRCLE-PART.
            MOVE "Y" TO WS-ENTRY-OK
            DISPLAY "ENTER RADIUS IN INCHES (E.G. 012.34):"
            ACCEPT WS-RADIUS-ENTRY
            MOVE WS-RADIUS-ENTRY TO BO-RADIUS
            DISPLAY "ENTER MATERIAL CODE (STL/ALU/BRS):"
            ACCEPT BO-MATERIAL-CODE
            MOVE ZERO TO BO-SIDE-A BO-SIDE-B BO-SIDE-C
            IF BO-RADIUS = ZERO
                DISPLAY "REJECTED: RADIUS IS REQUIRED"
                MOVE "N" TO WS-ENTRY-OK
                EXIT PARAGRAPH
            END-IF

      *     every release is a cut of this material, so it has to be
      *     one the shop stocks
            OPEN INPUT MATERIAL-RATES
            IF WS-MATRATE-STATUS NOT = "00"
                DISPLAY "MATERIAL-RATES NOT AVAILABLE - STATUS "
                    WS-MATRATE-STATUS
                MOVE "N" TO WS-ENTRY-OK
                EXIT PARAGRAPH
            END-IF
            MOVE BO-MATERIAL-CODE TO MR-MATERIAL-CODE
            READ MATERIAL-RATES
                INVALID KEY
                    DISPLAY "REJECTED: MATERIAL " BO-MATERIAL-CODE
                        " NOT ON MATERIAL-RATES"
                    MOVE "N" TO WS-ENTRY-OK
            END-READ
            CLOSE MATERIAL-RATES.

        ACCEPT-TRIANGLE-PART.
            MOVE "Y" TO WS-ENTRY-OK
            MOVE ZERO TO BO-RADIUS
            MOVE SPACES TO BO-MATERIAL-CODE
            DISPLAY "ENTER SIDE A (E.G. 12.34):"
            ACCEPT WS-SIDE-ENTRY
            MOVE WS-SIDE-ENTRY TO BO-SIDE-A
            DISPLAY "ENTER SIDE B (E.G. 12.34):"
            ACCEPT WS-SIDE-ENTRY
            MOVE WS-SIDE-ENTRY TO BO-SIDE-B
            DISPLAY "ENTER SIDE C (E.G. 12.34):"
            ACCEPT WS-SIDE-ENTRY
            MOVE WS-SIDE-ENTRY TO BO-SIDE-C

      *     three sides that cannot close would fail every release in
      *     the HYPOTENUSE pass - same check ORDER-IMPORT makes
            IF BO-SIDE-A + BO-SIDE-B <= BO-SIDE-C
                    OR BO-SIDE-A + BO-SIDE-C <= BO-SIDE-B
                    OR BO-SIDE-B + BO-SIDE-C <= BO-SIDE-A
                DISPLAY "REJECTED: SIDES DO NOT FORM A TRIANGLE"
                MOVE "N" TO WS-ENTRY-OK
            END-IF.

        READ-BLANKET.
      *     reads the blanket keyed into WS-BLANKET-NO - WS-ENTRY-OK
      *     comes back N when it is not on file
            MOVE "Y" TO WS-ENTRY-OK
            MOVE WS-BLANKET-NO TO BO-BLANKET-NO
            READ BLANKET-ORDER
                INVALID KEY
                    DISPLAY "REJECTED: BLANKET ORDER " WS-BLANKET-NO
                        " NOT ON FILE"
                    MOVE "N" TO WS-ENTRY-OK
            END-READ.

        SUM-RELEASE-SCHEDULE.
      *     walks the blanket's releases for the quantity still
      *     scheduled and the highest release number used; reads
      *     only BLANKET-RELEASE, so the blanket record in hand is
      *     left alone
            MOVE ZERO TO WS-SCHEDULED WS-LAST-RELEASE-NO
            MOVE BO-BLANKET-NO TO BR-BLANKET-NO
            MOVE ZERO TO BR-RELEASE-NO
            START BLANKET-RELEASE KEY >= BR-RELEASE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BLANKET-RELEASE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BR-BLANKET-NO NOT = BO-BLANKET-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            MOVE BR-RELEASE-NO TO WS-LAST-RELEASE-NO
                            IF BR-STATUS = "SCHED"
                                ADD BR-SCHED-QTY TO WS-SCHEDULED
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        SHOW-BLANKET-QUANTITIES.
            COMPUTE WS-REMAINING = BO-AGREED-QTY - BO-RELEASED-QTY
            COMPUTE WS-UNCOMMITTED = WS-REMAINING - WS-SCHEDULED
            MOVE BO-AGREED-QTY TO WS-QTY-DISP
            DISPLAY "AGREED:      " WS-QTY-DISP
            MOVE BO-RELEASED-QTY TO WS-QTY-DISP
            DISPLAY "RELEASED:    " WS-QTY-DISP
            MOVE WS-REMAINING TO WS-QTY-DISP
            DISPLAY "REMAINING:   " WS-QTY-DISP
            MOVE WS-SCHEDULED TO WS-QTY-DISP
            DISPLAY "SCHEDULED:   " WS-QTY-DISP
                "  (NOT YET RELEASED)".

        CHANGE-BLANKET.
      *     a new price only reaches releases not yet made - the
      *     orders already written keep the price they went out at
            DISPLAY "ENTER BLANKET ORDER NUMBER TO CHANGE:"
            ACCEPT WS-BLANKET-NO
            PERFORM READ-BLANKET
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            IF BO-STATUS NOT = "OPEN"
                DISPLAY "REJECTED: BLANKET ORDER " BO-BLANKET-NO
                    " IS " BO-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM SUM-RELEASE-SCHEDULE
            PERFORM SHOW-BLANKET-QUANTITIES
            MOVE BO-UNIT-PRICE TO WS-PRICE-DISP
            DISPLAY "PRICE " WS-PRICE-DISP " VALID " BO-VALID-FROM
                " TO " BO-VALID-TO " PO " BO-CUST-PO-NO

            DISPLAY "ENTER NEW AGREED QUANTITY (0 TO KEEP):"
            ACCEPT WS-QTY-ENTRY
            IF WS-QTY-ENTRY NOT = ZERO
                IF WS-QTY-ENTRY < BO-RELEASED-QTY + WS-SCHEDULED
                    DISPLAY "REJECTED: RELEASED AND SCHEDULED"
                        " QUANTITY ALREADY EXCEEDS " WS-QTY-ENTRY
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-QTY-ENTRY TO BO-AGREED-QTY
            END-IF

            DISPLAY "ENTER NEW PRICE PER PIECE (0 TO KEEP):"
            ACCEPT WS-PRICE-ENTRY
            IF WS-PRICE-ENTRY NOT = ZERO
                MOVE WS-PRICE-ENTRY TO BO-UNIT-PRICE
            END-IF

            DISPLAY "ENTER NEW VALID TO (YYYYMMDD, 0 TO KEEP):"
            ACCEPT WS-DATE-ENTRY
            IF WS-DATE-ENTRY NOT = ZERO
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY)
                        NOT = ZERO
                        OR WS-DATE-ENTRY < BO-VALID-FROM
                    DISPLAY "REJECTED: " WS-DATE-ENTRY
                        " IS NOT A DATE AFTER VALID-FROM"
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-DATE-ENTRY TO BO-VALID-TO
            END-IF

            DISPLAY "ENTER NEW CUSTOMER PO NUMBER (BLANK TO KEEP):"
            MOVE SPACES TO WS-PO-ENTRY
            ACCEPT WS-PO-ENTRY
            IF WS-PO-ENTRY NOT = SPACES
                MOVE WS-PO-ENTRY TO BO-CUST-PO-NO
            END-IF

            MOVE WS-OPERATOR-ID TO BO-UPDATED-BY
            MOVE WS-TODAY-DATE TO BO-UPDATED-DATE
            REWRITE BLANKET-ORDER-RECORD
            DISPLAY "BLANKET ORDER UPDATED: " BO-BLANKET-NO.

        SCHEDULE-RELEASE.
            DISPLAY "ENTER BLANKET ORDER NUMBER:"
            ACCEPT WS-BLANKET-NO
            PERFORM READ-BLANKET
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            IF BO-STATUS NOT = "OPEN"
                DISPLAY "REJECTED: BLANKET ORDER " BO-BLANKET-NO
                    " IS " BO-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM SUM-RELEASE-SCHEDULE
            PERFORM SHOW-BLANKET-QUANTITIES
            IF WS-UNCOMMITTED NOT > ZERO
                DISPLAY "REJECTED: THE WHOLE BLANKET IS ALREADY"
                    " RELEASED OR SCHEDULED"
                EXIT PARAGRAPH
            END-IF
            IF WS-LAST-RELEASE-NO >= 999
                DISPLAY "REJECTED: BLANKET HAS 999 RELEASES ALREADY"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER DUE DATE (YYYYMMDD):"
            ACCEPT WS-DATE-ENTRY
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = ZERO
                    OR WS-DATE-ENTRY < BO-VALID-FROM
                    OR WS-DATE-ENTRY > BO-VALID-TO
                DISPLAY "REJECTED: DUE DATE MUST FALL BETWEEN "
                    BO-VALID-FROM " AND " BO-VALID-TO
                EXIT PARAGRAPH
            END-IF
            IF WS-DATE-ENTRY < WS-TODAY-DATE
                DISPLAY "REJECTED: DUE DATE ALREADY PASSED"
                EXIT PARAGRAPH
            END-IF

      *     each piece is its own work-order line, and a release is
      *     one order - so 999 pieces at most per call-off
            DISPLAY "ENTER RELEASE QUANTITY (001-999):"
            ACCEPT WS-RELQTY-ENTRY
            IF WS-RELQTY-ENTRY = ZERO
                DISPLAY "REJECTED: RELEASE QUANTITY IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            IF WS-RELQTY-ENTRY > WS-UNCOMMITTED
                MOVE WS-UNCOMMITTED TO WS-QTY-DISP
                DISPLAY "REJECTED: ONLY " WS-QTY-DISP
                    " PIECES LEFT TO SCHEDULE ON THIS BLANKET"
                EXIT PARAGRAPH
            END-IF

            MOVE BO-BLANKET-NO TO BR-BLANKET-NO
            COMPUTE BR-RELEASE-NO = WS-LAST-RELEASE-NO + 1
            MOVE WS-DATE-ENTRY TO BR-DUE-DATE
            MOVE WS-RELQTY-ENTRY TO BR-SCHED-QTY
            MOVE "SCHED" TO BR-STATUS
            MOVE ZERO TO BR-ORDER-NO BR-RELEASED-QTY
            MOVE ZERO TO BR-RELEASED-DATE
            WRITE BLANKET-RELEASE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: RELEASE ALREADY ON FILE"
                NOT INVALID KEY
                    DISPLAY "RELEASE " BR-RELEASE-NO " SCHEDULED FOR "
                        BR-DUE-DATE
            END-WRITE.

        CANCEL-RELEASE.
            DISPLAY "ENTER BLANKET ORDER NUMBER:"
            ACCEPT BR-BLANKET-NO
            DISPLAY "ENTER RELEASE NUMBER:"
            ACCEPT BR-RELEASE-NO
            READ BLANKET-RELEASE
                INVALID KEY
                    DISPLAY "REJECTED: RELEASE NOT ON FILE"
                NOT INVALID KEY
                    IF BR-STATUS NOT = "SCHED"
                        DISPLAY "REJECTED: RELEASE IS " BR-STATUS
                            " - ONLY A SCHEDULED RELEASE CAN BE"
                            " CANCELLED"
                    ELSE
                        MOVE BR-SCHED-QTY TO WS-RELQTY-DISP
                        DISPLAY "CANCEL RELEASE " BR-RELEASE-NO
                            " DUE " BR-DUE-DATE " QTY "
                            WS-RELQTY-DISP " - CONFIRM (Y/N):"
                        ACCEPT WS-ID-ANSWER
                        IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                            MOVE "CANCEL" TO BR-STATUS
                            REWRITE BLANKET-RELEASE-RECORD
                            DISPLAY "RELEASE CANCELLED"
                        ELSE
                            DISPLAY "NOTHING CHANGED"
                        END-IF
                    END-IF
            END-READ.

        INQUIRE-BLANKET.
            DISPLAY "ENTER BLANKET ORDER NUMBER TO INQUIRE:"
            ACCEPT WS-BLANKET-NO
            PERFORM READ-BLANKET
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "BLANKET: " BO-BLANKET-NO " CUSTOMER "
                BO-CUSTOMER-CODE " PO " BO-CUST-PO-NO
            IF BO-TYPE = "C"
                DISPLAY "PART: CIRCLE RADIUS " BO-RADIUS
                    " MATERIAL " BO-MATERIAL-CODE
            ELSE
                DISPLAY "PART: TRIANGLE SIDES " BO-SIDE-A " "
                    BO-SIDE-B " " BO-SIDE-C
            END-IF
            MOVE BO-UNIT-PRICE TO WS-PRICE-DISP
            DISPLAY "PRICE PER PIECE: " WS-PRICE-DISP
            DISPLAY "VALID " BO-VALID-FROM " TO " BO-VALID-TO
                " STATUS " BO-STATUS
            PERFORM SUM-RELEASE-SCHEDULE
            PERFORM SHOW-BLANKET-QUANTITIES
            DISPLAY "LAST CHANGED BY " BO-UPDATED-BY
                " ON " BO-UPDATED-DATE

            DISPLAY "RELEASES:"
            MOVE BO-BLANKET-NO TO BR-BLANKET-NO
            MOVE ZERO TO BR-RELEASE-NO
            START BLANKET-RELEASE KEY >= BR-RELEASE-KEY
                INVALID KEY
                    DISPLAY "  NONE SCHEDULED"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BLANKET-RELEASE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BR-BLANKET-NO NOT = BO-BLANKET-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM SHOW-ONE-RELEASE
                        END-IF
                END-READ
            END-PERFORM.

        SHOW-ONE-RELEASE.
            MOVE BR-SCHED-QTY TO WS-RELQTY-DISP
            IF BR-STATUS = "RELEASED"
                DISPLAY "  " BR-RELEASE-NO " DUE " BR-DUE-DATE
                    " QTY " WS-RELQTY-DISP " RELEASED " BR-RELEASED-QTY
                    " ON " BR-RELEASED-DATE " ORDER " BR-ORDER-NO
            ELSE
                DISPLAY "  " BR-RELEASE-NO " DUE " BR-DUE-DATE
                    " QTY " WS-RELQTY-DISP " " BR-STATUS
            END-IF.

        CLOSE-BLANKET.
      *     closing ends the commitment early - whatever is still
      *     scheduled is cancelled so the release run skips it
            DISPLAY "ENTER BLANKET ORDER NUMBER TO CLOSE:"
            ACCEPT WS-BLANKET-NO
            PERFORM READ-BLANKET
            IF WS-ENTRY-OK = "N"
                EXIT PARAGRAPH
            END-IF
            IF BO-STATUS NOT = "OPEN"
                DISPLAY "REJECTED: BLANKET ORDER " BO-BLANKET-NO
                    " IS ALREADY " BO-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM SUM-RELEASE-SCHEDULE
            PERFORM SHOW-BLANKET-QUANTITIES
            DISPLAY "CLOSE BLANKET " BO-BLANKET-NO
                " AND CANCEL ITS SCHEDULED RELEASES - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER NOT = "Y" AND WS-ID-ANSWER NOT = "y"
                DISPLAY "NOTHING CHANGED"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-CANCELLED-COUNT
            MOVE BO-BLANKET-NO TO BR-BLANKET-NO
            MOVE ZERO TO BR-RELEASE-NO
            START BLANKET-RELEASE KEY >= BR-RELEASE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ BLANKET-RELEASE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BR-BLANKET-NO NOT = BO-BLANKET-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF BR-STATUS = "SCHED"
                                MOVE "CANCEL" TO BR-STATUS
                                REWRITE BLANKET-RELEASE-RECORD
                                ADD 1 TO WS-CANCELLED-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE "CLOSED" TO BO-STATUS
            MOVE WS-OPERATOR-ID TO BO-UPDATED-BY
            MOVE WS-TODAY-DATE TO BO-UPDATED-DATE
            REWRITE BLANKET-ORDER-RECORD
            DISPLAY "BLANKET ORDER CLOSED: " BO-BLANKET-NO
                " - RELEASES CANCELLED: " WS-CANCELLED-COUNT.

            END PROGRAM BLANKET-ORDER-MAINTENANCE.

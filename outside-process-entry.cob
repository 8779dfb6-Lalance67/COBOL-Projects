      * outside processing entry - raises a subcontract purchase order
      * when a lot leaves the building for plating, grinding or heat
      * treat at a vendor. The order is tied to the work order and
      * lot it went out for, the quantity moves out of its bin into
      * the VEND location on PART-LOCATION so the stock still counts
      * as ours but nobody tries to pick it, the return is due back
      * VN-LEAD-DAYS shop days out through DATE-SERVICE, and a
      * shipper prints to OP-SHIPPER.DAT to travel with the parts.
      * The order lands on PURCHASE-ORDER as PO-TYPE "O" so the dock
      * receives it back through PO-RECEIVING and the vendor's
      * invoice matches through VENDOR-INVOICE-ENTRY like any other.
      * A shelf-life part's dated STOCK-BATCH records go out to the
      * VEND bin with the pieces through STOCK-BATCH-MOVE.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OUTSIDE-PROCESS-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

            SELECT PART-LOCATION ASSIGN TO "PART-LOCATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-LOCATION-KEY
                FILE STATUS IS WS-LOCATION-STATUS.

            SELECT OP-SHIPPER ASSIGN TO "OP-SHIPPER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPPER-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  PART-LOCATION.
            COPY "PART-LOCATION-RECORD.cpy".

        FD  OP-SHIPPER.
        01  OP-SHIPPER-LINE          PIC X(80).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-PO-STATUS          PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-LOCATION-STATUS    PIC XX.
        01 WS-SHIPPER-STATUS     PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-CONFIRM            PIC X.

      * the bin on PART-LOCATION that holds everything out at an
      * outside processor - PO-RECEIVING draws the return from it
        78 AT-VENDOR-BIN         VALUE "VEND".

        01 WS-ORDER-NO           PIC 9(8).
        01 WS-LOT-NO             PIC 9(6).
        01 WS-LOT-FOUND          PIC X.
        01 WS-LOT-PART           PIC X(6).
        01 WS-LOT-ORDER          PIC 9(8).
        01 WS-LOT-GOOD           PIC 9(5).
        01 WS-PROCESS            PIC X(4).
        01 WS-VENDOR-CODE        PIC X(6).
        01 WS-LEAD-DAYS          PIC 9(3).
        01 WS-SEND-QTY           PIC 9(5).
        01 WS-FROM-BIN           PIC X(4).
        01 WS-UNIT-CHARGE        PIC 9(5)V99.
        01 WS-DUE-DATE           PIC 9(8).
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-QTY-DISP           PIC ZZZZ9.
        01 WS-CHARGE-DISP        PIC ZZ,ZZ9.99.
        01 WS-EXTENDED           PIC 9(9)V99.
        01 WS-EXTENDED-DISP      PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-LIST-COUNT         PIC 9(4).

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * business-day arithmetic for the due-back date
        COPY "DATE-SERVICE-PARAMS.cpy".

      * a shelf-life part's dated batches follow the pieces
        COPY "STOCK-BATCH-MOVE-PARAMS.cpy".

      * function-level authorization - raising a purchase order and
      * moving stock out of its bin is ordinary maintenance work
        78 MAINT-AUTH-LEVEL      VALUE 3.
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

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== OUTSIDE PROCESSING ====="
                DISPLAY "[1] SEND A LOT OUT TO A VENDOR"
                DISPLAY "[2] LIST WHAT IS AT A VENDOR"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM SEND-TO-VENDOR
                    WHEN 2
                        PERFORM LIST-AT-VENDOR
                    WHEN 3
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        SEND-TO-VENDOR.
            DISPLAY "ENTER WORK ORDER NUMBER (8 DIGITS):"
            ACCEPT WS-ORDER-NO
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    DISPLAY "ORDER " WS-ORDER-NO " NOT ON FILE"
                    CLOSE WORK-ORDER
                    EXIT PARAGRAPH
            END-READ
            CLOSE WORK-ORDER
            IF WO-STATUS = "SHIPPED" OR WO-STATUS = "INVOICED"
                DISPLAY "ORDER " WS-ORDER-NO " IS ALREADY "
                    WO-STATUS " - NOTHING LEFT TO PROCESS"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER LOT NUMBER (6 DIGITS):"
            ACCEPT WS-LOT-NO
            PERFORM FIND-LOT
            IF WS-LOT-FOUND = "N"
                DISPLAY "LOT " WS-LOT-NO " NOT ON LOT-DETAIL"
                EXIT PARAGRAPH
            END-IF
      *     a stock lot (order zero, or spaces before the order link
      *     existed) can go out against any order - a lot made for
      *     another order cannot
            IF WS-LOT-ORDER NOT = ZERO
                    AND WS-LOT-ORDER NOT = WS-ORDER-NO
                DISPLAY "LOT " WS-LOT-NO " WAS MADE FOR ORDER "
                    WS-LOT-ORDER " - NOT " WS-ORDER-NO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOT-GOOD TO WS-QTY-DISP
            DISPLAY "LOT " WS-LOT-NO " PART " WS-LOT-PART
                " GOOD PIECES " WS-QTY-DISP

            DISPLAY "ENTER PROCESS CODE (E.G. PLAT, GRND, HTRT):"
            ACCEPT WS-PROCESS
            IF WS-PROCESS = SPACES
                DISPLAY "PROCESS CODE IS REQUIRED"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER VENDOR CODE:"
            ACCEPT WS-VENDOR-CODE
            OPEN INPUT VENDOR-MASTER
            IF WS-VENDOR-STATUS NOT = "00"
                DISPLAY "VENDOR-MASTER NOT AVAILABLE - STATUS "
                    WS-VENDOR-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-VENDOR-CODE TO VN-VENDOR-CODE
            READ VENDOR-MASTER
                INVALID KEY
                    DISPLAY "VENDOR " WS-VENDOR-CODE " NOT ON FILE"
                    CLOSE VENDOR-MASTER
                    EXIT PARAGRAPH
            END-READ
            CLOSE VENDOR-MASTER
            MOVE ZERO TO WS-LEAD-DAYS
            IF VN-LEAD-DAYS NUMERIC
                MOVE VN-LEAD-DAYS TO WS-LEAD-DAYS
            END-IF

            DISPLAY "ENTER QUANTITY TO SEND:"
            ACCEPT WS-SEND-QTY
            IF WS-SEND-QTY = ZERO
                DISPLAY "NOTHING TO SEND"
                EXIT PARAGRAPH
            END-IF
            IF WS-SEND-QTY > WS-LOT-GOOD
                DISPLAY "LOT " WS-LOT-NO " HAS ONLY " WS-QTY-DISP
                    " GOOD PIECES"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER BIN THE PARTS COME OUT OF:"
            ACCEPT WS-FROM-BIN
            IF WS-FROM-BIN = AT-VENDOR-BIN
                DISPLAY "BIN " AT-VENDOR-BIN " IS THE AT-VENDOR"
                    " LOCATION - PICK A STOCK BIN"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER VENDOR CHARGE PER PIECE (99999.99):"
            ACCEPT WS-UNIT-CHARGE

      *     due back the vendor's lead time in shop business days;
      *     a date the calendar cannot place falls back to today so
      *     the order shows overdue rather than never due
            MOVE "A" TO DSP-FUNCTION
            MOVE WS-TODAY-DATE TO DSP-DATE-1
            MOVE WS-LEAD-DAYS TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF DSP-STATUS = "Y"
                MOVE DSP-RESULT-DATE TO WS-DUE-DATE
            ELSE
                MOVE WS-TODAY-DATE TO WS-DUE-DATE
            END-IF

            MOVE WS-SEND-QTY TO WS-QTY-DISP
            MOVE WS-UNIT-CHARGE TO WS-CHARGE-DISP
            DISPLAY "SEND " WS-QTY-DISP " OF " WS-LOT-PART
                " TO " VN-VENDOR-NAME " FOR " WS-PROCESS
            DISPLAY "  AT " WS-CHARGE-DISP " EACH, DUE BACK "
                WS-DUE-DATE
            DISPLAY "CONFIRM (Y/N):"
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "NOTHING SENT"
                EXIT PARAGRAPH
            END-IF

            PERFORM MOVE-TO-VENDOR-BIN
            IF WS-LOCATION-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF

      *     the PO number comes from the shared TICKET-SEQUENCE
      *     generator so document numbering stays in one series
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            PERFORM WRITE-OUTSIDE-PO
            PERFORM PRINT-SHIPPER

            DISPLAY "OUTSIDE PROCESSING PO " WS-TICKET-NO
                " WRITTEN - SHIPPER ON OP-SHIPPER.DAT".

        FIND-LOT.
      *     the lot's part is the first line's part; good pieces are
      *     the lines not scrapped
            MOVE "N" TO WS-LOT-FOUND
            MOVE SPACES TO WS-LOT-PART
            MOVE ZERO TO WS-LOT-ORDER WS-LOT-GOOD
            OPEN INPUT LOT-DETAIL
            IF WS-DETAIL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-DETAIL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF LD-LOT-NUMBER = WS-LOT-NO
                            IF WS-LOT-FOUND = "N"
                                MOVE "Y" TO WS-LOT-FOUND
                                MOVE LD-PART-CODE TO WS-LOT-PART
                                IF LD-ORDER-NO NUMERIC
                                    MOVE LD-ORDER-NO TO WS-LOT-ORDER
                                END-IF
                            END-IF
                            IF LD-SCRAP-FLAG NOT = "Y"
                                ADD 1 TO WS-LOT-GOOD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-DETAIL.

        MOVE-TO-VENDOR-BIN.
      *     both sides move together, same as BIN-TRANSFER - the
      *     from-bin is never decremented without the VEND bin
      *     taking the same quantity. PARTS-MASTER on-hand does not
      *     change; the parts are still ours while they are out.
            OPEN I-O PART-LOCATION
            IF WS-LOCATION-STATUS = "35"
                OPEN OUTPUT PART-LOCATION
                CLOSE PART-LOCATION
                OPEN I-O PART-LOCATION
            END-IF
            IF WS-LOCATION-STATUS NOT = "00"
                DISPLAY "PART-LOCATION NOT AVAILABLE - STATUS "
                    WS-LOCATION-STATUS
                EXIT PARAGRAPH
            END-IF

            MOVE WS-LOT-PART TO PL-PART-CODE
            MOVE WS-FROM-BIN TO PL-BIN-CODE
            READ PART-LOCATION
                INVALID KEY
                    DISPLAY "PART " WS-LOT-PART " IS NOT IN BIN "
                        WS-FROM-BIN " - NOTHING SENT"
                    MOVE "23" TO WS-LOCATION-STATUS
                    CLOSE PART-LOCATION
                    EXIT PARAGRAPH
            END-READ
            IF PL-BIN-QTY < WS-SEND-QTY
                MOVE PL-BIN-QTY TO WS-QTY-DISP
                DISPLAY "BIN " WS-FROM-BIN " HOLDS ONLY "
                    WS-QTY-DISP " - NOTHING SENT"
                MOVE "23" TO WS-LOCATION-STATUS
                CLOSE PART-LOCATION
                EXIT PARAGRAPH
            END-IF
            SUBTRACT WS-SEND-QTY FROM PL-BIN-QTY
            REWRITE PART-LOCATION-RECORD

            MOVE WS-LOT-PART TO PL-PART-CODE
            MOVE AT-VENDOR-BIN TO PL-BIN-CODE
            READ PART-LOCATION
                INVALID KEY
                    MOVE WS-LOT-PART TO PL-PART-CODE
                    MOVE AT-VENDOR-BIN TO PL-BIN-CODE
                    MOVE WS-SEND-QTY TO PL-BIN-QTY
                    WRITE PART-LOCATION-RECORD
                NOT INVALID KEY
                    ADD WS-SEND-QTY TO PL-BIN-QTY
                    REWRITE PART-LOCATION-RECORD
            END-READ
            MOVE "00" TO WS-LOCATION-STATUS
            CLOSE PART-LOCATION

      *     the pieces' batches leave the stock bin with them, so
      *     they are still dated when they come back
            MOVE WS-LOT-PART TO SBM-PART-CODE
            MOVE WS-FROM-BIN TO SBM-FROM-BIN
            MOVE AT-VENDOR-BIN TO SBM-TO-BIN
            MOVE WS-SEND-QTY TO SBM-QTY
            CALL "STOCK-BATCH-MOVE" USING STOCK-BATCH-MOVE-PARAMS
            IF SBM-RESULT = "S"
                MOVE SBM-MOVED-QTY TO WS-QTY-DISP
                DISPLAY "WARNING: ONLY " WS-QTY-DISP
                    " OF THE PIECES SENT WERE ON DATED BATCHES"
            END-IF.

        WRITE-OUTSIDE-PO.
      *     POs accumulate across runs - same OPEN EXTEND with an
      *     OPEN OUTPUT fallback the first time as PO-GENERATE
            OPEN EXTEND PURCHASE-ORDER
            IF WS-PO-STATUS = "05" OR WS-PO-STATUS = "35"
                CLOSE PURCHASE-ORDER
                OPEN OUTPUT PURCHASE-ORDER
            END-IF
            MOVE WS-TICKET-NO TO PO-NUMBER
            MOVE WS-VENDOR-CODE TO PO-VENDOR-CODE
            MOVE WS-LOT-PART TO PO-PART-CODE
            MOVE WS-SEND-QTY TO PO-ORDER-QTY
            MOVE WS-TODAY-DATE TO PO-ORDER-DATE
            MOVE "OPEN" TO PO-STATUS
            MOVE ZERO TO PO-RECEIVED-QTY
            MOVE WS-UNIT-CHARGE TO PO-UNIT-PRICE
            MOVE "O" TO PO-TYPE
            MOVE WS-ORDER-NO TO PO-WORK-ORDER
            MOVE WS-LOT-NO TO PO-LOT-NUMBER
            MOVE WS-DUE-DATE TO PO-DUE-DATE
            MOVE WS-PROCESS TO PO-PROCESS
            WRITE PURCHASE-ORDER-RECORD
            CLOSE PURCHASE-ORDER.

        PRINT-SHIPPER.
      *     appends so the day's shippers print as one batch - same
      *     OPEN EXTEND with an OPEN OUTPUT fallback as SHIP-CONFIRM's
      *     packing slips
            OPEN EXTEND OP-SHIPPER
            IF WS-SHIPPER-STATUS = "05" OR WS-SHIPPER-STATUS = "35"
                CLOSE OP-SHIPPER
                OPEN OUTPUT OP-SHIPPER
            END-IF

            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "OUTSIDE PROCESSING SHIPPER - PO " WS-TICKET-NO
                   "   DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "SHIP TO: " VN-VENDOR-NAME
                   " (" WS-VENDOR-CODE ")"
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "PROCESS: " WS-PROCESS
                   "   OUR ORDER " WS-ORDER-NO
                   "   LOT " WS-LOT-NO
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE WS-SEND-QTY TO WS-QTY-DISP
            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "PART " WS-LOT-PART
                   "   QTY SHIPPED " WS-QTY-DISP
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            COMPUTE WS-EXTENDED = WS-SEND-QTY * WS-UNIT-CHARGE
            MOVE WS-EXTENDED TO WS-EXTENDED-DISP
            MOVE WS-UNIT-CHARGE TO WS-CHARGE-DISP
            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "AGREED CHARGE " WS-CHARGE-DISP " EACH, "
                   WS-EXTENDED-DISP " TOTAL"
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "RETURN BY " WS-DUE-DATE
                   " - QUOTE PO " WS-TICKET-NO
                   " ON YOUR PACKING LIST AND INVOICE"
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE SPACES TO OP-SHIPPER-LINE
            STRING "SHIPPED BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE

            MOVE SPACES TO OP-SHIPPER-LINE
            WRITE OP-SHIPPER-LINE
            CLOSE OP-SHIPPER.

        LIST-AT-VENDOR.
      *     quick look at the open outside processing orders for one
      *     vendor - OUTSIDE-PROCESS-REPORT is the full aged list
            DISPLAY "ENTER VENDOR CODE:"
            ACCEPT WS-VENDOR-CODE
            OPEN INPUT PURCHASE-ORDER
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "NO PURCHASE ORDERS ON FILE"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-LIST-COUNT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURCHASE-ORDER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PO-TYPE = "O"
                                AND PO-VENDOR-CODE = WS-VENDOR-CODE
                                AND PO-STATUS NOT = "CLSD"
                            PERFORM SHOW-AT-VENDOR-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER
            IF WS-LIST-COUNT = ZERO
                DISPLAY "NOTHING OUT AT VENDOR " WS-VENDOR-CODE
            END-IF.

        SHOW-AT-VENDOR-LINE.
            ADD 1 TO WS-LIST-COUNT
            IF PO-RECEIVED-QTY NOT NUMERIC
                MOVE ZERO TO PO-RECEIVED-QTY
            END-IF
            COMPUTE WS-QTY-DISP = PO-ORDER-QTY - PO-RECEIVED-QTY
            DISPLAY "PO " PO-NUMBER " " PO-PROCESS
                " PART " PO-PART-CODE " LOT " PO-LOT-NUMBER
                " OUT " WS-QTY-DISP " DUE " PO-DUE-DATE.

            END PROGRAM OUTSIDE-PROCESS-ENTRY.

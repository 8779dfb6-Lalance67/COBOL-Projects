      * part lifecycle maintenance screen over PARTS-MASTER - moves a
      * part between active, phase-out, and obsolete, and records the
      * superseding part code when one dies; it also keeps the
      * warranty months a shipped piece carries and the piece
      * weight SHIP-CONFIRM rates freight by, and the shelf-life days
      * that put a part's receipts on dated STOCK-BATCH tracking.
      * Stock already sitting in the part's PART-LOCATION bins when
      * it goes on shelf-life tracking is dated there and then - a
      * batch per bin, use-by keyed in or today plus the days - so
      * the pick list can still pick it.
      * Downstream the flags do
      * the work: PARTS-SCAN-INTAKE refuses receipts to an obsolete
      * part and names the replacement, REORDER-REPORT stops buying
      * phase-out parts, STOCK-VALUATION flags obsolete value, and
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT PART-LOCATION ASSIGN TO "PART-LOCATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-LOCATION-KEY
                FILE STATUS IS WS-LOCATION-STATUS.

            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".
        FD  PART-LOCATION.
            COPY "PART-LOCATION-RECORD.cpy".
        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-STATUS-ANSWER      PIC X.
        01 WS-WARRANTY-ENTRY     PIC 9(3).
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into this edited field instead
        01 WS-WEIGHT-ENTRY       PIC 9(4).99.
        01 WS-WEIGHT-DISP        PIC ZZZ9.99.
        01 WS-SHELF-ENTRY        PIC 9(4).

      * dating the stock already in the bins when a part goes on
      * shelf-life tracking - one use-by date asked once per part
        01 WS-LOCATION-STATUS    PIC XX.
        01 WS-BATCH-STATUS       PIC XX.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-EXPIRY-DATE        PIC 9(8).
        01 WS-EXPIRY-ENTRY       PIC 9(8).
        01 WS-EXPIRY-ASKED       PIC X.
        01 WS-EXPIRY-OK          PIC X.
        01 WS-BIN-EOF            PIC X.
        01 WS-BATCH-EOF          PIC X.
        01 WS-COVERED-QTY        PIC 9(5).
        01 WS-UNDATED-QTY        PIC 9(5).
        01 WS-DATED-BINS         PIC 9(3).
        01 WS-QTY-DISP           PIC ZZZZ9.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
                DISPLAY "[1] SET LIFECYCLE STATUS"
                DISPLAY "[2] SET SERIALIZED FLAG"
                DISPLAY "[3] INQUIRE PART"
                DISPLAY "[4] SET WARRANTY PERIOD"
                DISPLAY "[5] SET SHIPPING WEIGHT"
                DISPLAY "[6] SET SHELF LIFE"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""
                    WHEN 3
                        PERFORM INQUIRE-PART
                    WHEN 4
                        PERFORM SET-WARRANTY-PERIOD
                    WHEN 5
                        PERFORM SET-UNIT-WEIGHT
                    WHEN 6
                        PERFORM SET-SHELF-LIFE
                    WHEN 7
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                        " SERIALIZED=" PM-SERIAL-FLAG
            END-READ.

        SET-WARRANTY-PERIOD.
      *     months of cover from the ship date - WARRANTY-CLAIM-ENTRY
      *     judges every claim against the serial's part by this
            DISPLAY "ENTER PART CODE (6 CHARS, LAST 3 NUMERIC):"
            ACCEPT PM-PART-CODE

            READ PARTS-MASTER
                INVALID KEY
                    DISPLAY "PART NOT ON FILE"
                NOT INVALID KEY
                    IF PM-WARRANTY-MONTHS NOT NUMERIC
                        MOVE ZERO TO PM-WARRANTY-MONTHS
                    END-IF
                    DISPLAY "CURRENT WARRANTY MONTHS: "
                        PM-WARRANTY-MONTHS
                    DISPLAY "WARRANTY MONTHS FROM SHIPMENT"
                        " (3 DIGITS, 000 FOR NONE):"
                    ACCEPT WS-WARRANTY-ENTRY
                    MOVE WS-WARRANTY-ENTRY TO PM-WARRANTY-MONTHS
                    REWRITE PARTS-MASTER-RECORD
                    DISPLAY "PART " PM-PART-CODE
                        " WARRANTY MONTHS=" PM-WARRANTY-MONTHS
            END-READ.

        SET-UNIT-WEIGHT.
      *     pounds per piece - SHIP-CONFIRM totals it over an order's
      *     assembly lines to rate the freight
            DISPLAY "ENTER PART CODE (6 CHARS, LAST 3 NUMERIC):"
            ACCEPT PM-PART-CODE

            READ PARTS-MASTER
                INVALID KEY
                    DISPLAY "PART NOT ON FILE"
                NOT INVALID KEY
                    IF PM-UNIT-WEIGHT NOT NUMERIC
                        MOVE ZERO TO PM-UNIT-WEIGHT
                    END-IF
                    MOVE PM-UNIT-WEIGHT TO WS-WEIGHT-DISP
                    DISPLAY "CURRENT WEIGHT PER PIECE (LB): "
                        WS-WEIGHT-DISP
                    DISPLAY "WEIGHT PER PIECE IN POUNDS"
                        " (E.G. 0012.50, 0 IF UNKNOWN):"
                    ACCEPT WS-WEIGHT-ENTRY
                    MOVE WS-WEIGHT-ENTRY TO PM-UNIT-WEIGHT
                    REWRITE PARTS-MASTER-RECORD
                    MOVE PM-UNIT-WEIGHT TO WS-WEIGHT-DISP
                    DISPLAY "PART " PM-PART-CODE
                        " WEIGHT=" WS-WEIGHT-DISP
            END-READ.

        SET-SHELF-LIFE.
      *     days from receipt a batch stays usable - PO-RECEIVING
      *     dates each receipt of the part by it from then on
            DISPLAY "ENTER PART CODE (6 CHARS, LAST 3 NUMERIC):"
            ACCEPT PM-PART-CODE

            READ PARTS-MASTER
                INVALID KEY
                    DISPLAY "PART NOT ON FILE"
                NOT INVALID KEY
                    IF PM-SHELF-LIFE-DAYS NOT NUMERIC
                        MOVE ZERO TO PM-SHELF-LIFE-DAYS
                    END-IF
                    DISPLAY "CURRENT SHELF LIFE DAYS: "
                        PM-SHELF-LIFE-DAYS
                    DISPLAY "SHELF LIFE IN DAYS FROM RECEIPT"
                        " (4 DIGITS, 0000 FOR NONE):"
                    ACCEPT WS-SHELF-ENTRY
                    MOVE WS-SHELF-ENTRY TO PM-SHELF-LIFE-DAYS
                    REWRITE PARTS-MASTER-RECORD
                    DISPLAY "PART " PM-PART-CODE
                        " SHELF LIFE DAYS=" PM-SHELF-LIFE-DAYS
                    IF PM-SHELF-LIFE-DAYS > ZERO
                        PERFORM DATE-EXISTING-STOCK
                    END-IF
            END-READ.

        DATE-EXISTING-STOCK.
      *     the pick list takes a shelf-life part only off its
      *     batches, so any bin quantity no batch covers yet gets
      *     one now - received today on no PO, so it reads as the
      *     stock that was on hand when tracking began
            OPEN INPUT PART-LOCATION
            IF WS-LOCATION-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS = "35"
                OPEN OUTPUT STOCK-BATCH
                CLOSE STOCK-BATCH
                OPEN I-O STOCK-BATCH
            END-IF
            IF WS-BATCH-STATUS NOT = "00"
                DISPLAY "STOCK-BATCH NOT AVAILABLE - STATUS "
                    WS-BATCH-STATUS " - BIN STOCK NOT DATED"
                CLOSE PART-LOCATION
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            MOVE "N" TO WS-EXPIRY-ASKED
            MOVE ZERO TO WS-DATED-BINS

            MOVE PM-PART-CODE TO PL-PART-CODE
            MOVE SPACES TO PL-BIN-CODE
            START PART-LOCATION KEY >= PL-LOCATION-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BIN-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-BIN-EOF
            END-START
            PERFORM UNTIL WS-BIN-EOF = "Y"
                READ PART-LOCATION NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BIN-EOF
                    NOT AT END
                        IF PL-PART-CODE NOT = PM-PART-CODE
                            MOVE "Y" TO WS-BIN-EOF
                        ELSE
                            IF PL-BIN-QTY > ZERO
                                PERFORM DATE-ONE-BIN
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PART-LOCATION STOCK-BATCH

            IF WS-DATED-BINS > ZERO
                DISPLAY WS-DATED-BINS " BIN(S) OF STOCK ON HAND"
                    " DATED - USE BY " WS-EXPIRY-DATE
            END-IF.

        DATE-ONE-BIN.
      *     whatever the bin's batches already hold (on the shelf or
      *     routed to scrap) is dated - only the rest needs a batch
            MOVE ZERO TO WS-COVERED-QTY
            MOVE PM-PART-CODE TO SB-PART-CODE
            MOVE ZERO TO SB-EXPIRY-DATE SB-RECEIPT-DATE SB-PO-NUMBER
            MOVE SPACES TO SB-BIN-CODE
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BATCH-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-BATCH-EOF
            END-START
            PERFORM UNTIL WS-BATCH-EOF = "Y"
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BATCH-EOF
                    NOT AT END
                        IF SB-PART-CODE NOT = PM-PART-CODE
                            MOVE "Y" TO WS-BATCH-EOF
                        ELSE
                            IF SB-BIN-CODE = PL-BIN-CODE
                                ADD SB-BATCH-QTY TO WS-COVERED-QTY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-COVERED-QTY >= PL-BIN-QTY
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-UNDATED-QTY = PL-BIN-QTY - WS-COVERED-QTY

            IF WS-EXPIRY-ASKED = "N"
                PERFORM ASK-EXISTING-EXPIRY
            END-IF

            MOVE PM-PART-CODE TO SB-PART-CODE
            MOVE WS-EXPIRY-DATE TO SB-EXPIRY-DATE
            MOVE PL-BIN-CODE TO SB-BIN-CODE
            MOVE WS-TODAY-DATE TO SB-RECEIPT-DATE
            MOVE ZERO TO SB-PO-NUMBER
            READ STOCK-BATCH
                INVALID KEY
                    MOVE WS-UNDATED-QTY TO SB-BATCH-QTY
                    MOVE "A" TO SB-STATUS
                    MOVE ZERO TO SB-ADJUST-NO
                    WRITE STOCK-BATCH-RECORD
                NOT INVALID KEY
                    ADD WS-UNDATED-QTY TO SB-BATCH-QTY
                    REWRITE STOCK-BATCH-RECORD
            END-READ
            ADD 1 TO WS-DATED-BINS
            MOVE WS-UNDATED-QTY TO WS-QTY-DISP
            DISPLAY "  BIN " PL-BIN-CODE " - " WS-QTY-DISP
                " UNDATED PIECES PUT ON A BATCH".

        ASK-EXISTING-EXPIRY.
      *     the operator knows when the stock on the shelf was
      *     really received; zero takes a full shelf life from today
            MOVE "Y" TO WS-EXPIRY-ASKED
            MOVE "N" TO WS-EXPIRY-OK
            PERFORM UNTIL WS-EXPIRY-OK = "Y"
                DISPLAY "STOCK ALREADY IN BINS - USE-BY DATE"
                    " (YYYYMMDD, 0 = TODAY PLUS SHELF LIFE):"
                ACCEPT WS-EXPIRY-ENTRY
                IF WS-EXPIRY-ENTRY = ZERO
                    COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                        + PM-SHELF-LIFE-DAYS)
                    MOVE "Y" TO WS-EXPIRY-OK
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-ENTRY)
                            NOT = ZERO
                        DISPLAY "NOT A VALID DATE - TRY AGAIN"
                    ELSE
                        MOVE WS-EXPIRY-ENTRY TO WS-EXPIRY-DATE
                        MOVE "Y" TO WS-EXPIRY-OK
                    END-IF
                END-IF
            END-PERFORM.

        INQUIRE-PART.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT PM-PART-CODE
                    DISPLAY "LIFECYCLE: " PM-LIFECYCLE
                    DISPLAY "SUPERSEDED BY: " PM-SUPERSEDED-BY
                    DISPLAY "SERIALIZED: " PM-SERIAL-FLAG
                    DISPLAY "WARRANTY MONTHS: " PM-WARRANTY-MONTHS
                    DISPLAY "WEIGHT PER PIECE: " PM-UNIT-WEIGHT
                    DISPLAY "SHELF LIFE DAYS: " PM-SHELF-LIFE-DAYS
            END-READ.

            END PROGRAM PART-LIFECYCLE-MAINTENANCE.

      * ship confirmation - finished parts stop leaving the building
      * on a handshake. For a COMPLETE work order this prints the
      * packing slip (customer name and address off CUSTOMER-MASTER,
      * or the SHIP-TO delivery point and its delivery notes when
      * the order names one, and every completed line with its
      * quote number), records the
      * shipment in SHIPPING-LOG with carrier and reference, and
      * moves the order and its lines to SHIPPED - which is what
      * INVOICE-GENERATE now bills from, so work still sitting on
      * the bench can no longer be invoiced.
      * Freight is settled here too: the shipment's weight is
      * estimated from its lines (plate area times the material's
      * weight, or the part's piece weight), the operator picks the
      * terms - prepaid, collect, or prepay-and-add - and the charge
      * is rated off the carrier's zone chart and weight bands. A
      * prepay-and-add charge rides on the order for
      * INVOICE-GENERATE to bill back.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SHIP-CONFIRM.

                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT SHIP-TO ASSIGN TO "SHIP-TO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ST-SHIP-TO-KEY
                FILE STATUS IS WS-SHIPTO-STATUS.

      *     the carrier's zone chart and rate table - see
      *     CARRIER-MAINTENANCE
            SELECT CARRIER-MASTER ASSIGN TO "CARRIER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CA-CARRIER-CODE
                FILE STATUS IS WS-CARRIER-STATUS.

            SELECT CARRIER-ZONE ASSIGN TO "CARRIER-ZONE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CZ-ZONE-KEY
                FILE STATUS IS WS-ZONE-STATUS.

            SELECT CARRIER-RATE ASSIGN TO "CARRIER-RATE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-RATE-KEY
                FILE STATUS IS WS-RATE-STATUS.

      *     what the shipment weighs - plate weight per square inch
      *     for circles, piece weight for assembly parts
            SELECT MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATRATE-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-PARTS-STATUS.

            SELECT PACKING-SLIP ASSIGN TO "PACKING-SLIP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLIP-STATUS.
        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  SHIP-TO.
            COPY "SHIP-TO-RECORD.cpy".

        FD  CARRIER-MASTER.
            COPY "CARRIER-RECORD.cpy".

        FD  CARRIER-ZONE.
            COPY "CARRIER-ZONE-RECORD.cpy".

        FD  CARRIER-RATE.
            COPY "CARRIER-RATE-RECORD.cpy".

        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  PACKING-SLIP.
        01  PACKING-SLIP-LINE        PIC X(80).

        01 WS-CARRIER-ENTRY      PIC X(10).
        01 WS-REFERENCE-ENTRY    PIC X(12).

      * where the goods go - the order's SHIP-TO delivery point, or
      * the customer's own address when it names none (ship-to 000)
      * or the ship-to has since been deleted; carried to the log
        01 WS-SHIPTO-STATUS      PIC XX.
        01 WS-SHIP-TO-NO         PIC 9(3).
        01 WS-SHIP-ADDRESS       PIC X(20).
        01 WS-SHIP-CITY          PIC X(15).
        01 WS-SHIP-STATE         PIC X(2).
        01 WS-SHIP-ZIP           PIC X(5).
        01 WS-CUSTOMER-FOUND     PIC X.

      * freight - estimated weight, terms, and the rated charge
        01 WS-CARRIER-STATUS     PIC XX.
        01 WS-ZONE-STATUS        PIC XX.
        01 WS-RATE-STATUS        PIC XX.
        01 WS-MATRATE-STATUS     PIC XX.
        01 WS-PARTS-STATUS       PIC XX.
        01 WS-CARRIER-FOUND      PIC X.
        01 WS-RATE-FOUND         PIC X.
        01 WS-FREIGHT-TERM       PIC X.
        01 WS-SHIP-WEIGHT        PIC 9(5)V99.
        01 WS-LINE-WEIGHT        PIC 9(5)V99.
        01 WS-LINE-AREA          PIC 9(6)V99.
        01 WS-HERON-S            PIC 9(4)V99.
        01 WS-HERON-PRODUCT      PIC 9(6)V99.
        01 WS-TRI-WEIGHT         PIC 9V9999.
        01 WS-ZONE               PIC 9(2).
        01 WS-FREIGHT-AMOUNT     PIC 9(5)V99.
        01 WS-FREIGHT-KEYED      PIC 9(5)V99.
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into these edited fields instead
        01 WS-WEIGHT-ENTRY       PIC 9(5).99.
        01 WS-FREIGHT-ENTRY      PIC 9(5).99.
        01 WS-WEIGHT-DISP        PIC ZZZZ9.99.
        01 WS-FREIGHT-DISP       PIC ZZZZ9.99.
        01 WS-TERM-TEXT          PIC X(15).
        78 PI                    VALUE 3.14.

      * parameters for the shared MATH-LIB square-root routine, same
      * COPY HYPOTENUSE.cob uses - a triangle's area is Heron's
        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"

            DISPLAY "ENTER CARRIER (10 CHARS):"
            ACCEPT WS-CARRIER-ENTRY
            PERFORM LOOKUP-CARRIER
            DISPLAY "ENTER REFERENCE NUMBER (12 CHARS):"
            ACCEPT WS-REFERENCE-ENTRY

            PERFORM RESOLVE-SHIP-ADDRESS
            PERFORM ESTIMATE-SHIP-WEIGHT
            PERFORM ACCEPT-FREIGHT-TERM
            PERFORM SETTLE-FREIGHT-CHARGE

            PERFORM PRINT-PACKING-SLIP
            PERFORM SHIP-ORDER-LINES
            PERFORM WRITE-SHIPPING-LOG

            MOVE "SHIPPED" TO WO-STATUS
            MOVE WS-FREIGHT-TERM TO WO-FREIGHT-TERM
            IF WS-FREIGHT-TERM = "A"
                MOVE WS-FREIGHT-AMOUNT TO WO-FREIGHT-CHARGE
            ELSE
                MOVE ZERO TO WO-FREIGHT-CHARGE
            END-IF
            REWRITE WORK-ORDER-RECORD
            CLOSE WORK-ORDER

                CLOSE OPERATOR-SESSION
            END-IF.

        LOOKUP-CARRIER.
      *     a carrier not on CARRIER-MASTER still ships - it just has
      *     no rate table, so the operator keys the freight
            MOVE "N" TO WS-CARRIER-FOUND
            OPEN INPUT CARRIER-MASTER
            IF WS-CARRIER-STATUS NOT = "00"
                DISPLAY "NO CARRIER MASTER - FREIGHT WILL BE KEYED"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CARRIER-ENTRY TO CA-CARRIER-CODE
            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "CARRIER " WS-CARRIER-ENTRY
                        " NOT ON FILE - FREIGHT WILL BE KEYED"
                NOT INVALID KEY
                    MOVE "Y" TO WS-CARRIER-FOUND
                    DISPLAY "CARRIER: " CA-NAME
            END-READ
            CLOSE CARRIER-MASTER.

        ESTIMATE-SHIP-WEIGHT.
      *     every COMPLETE line going out in this shipment - the
      *     operator can key the scale weight over the estimate
            MOVE ZERO TO WS-SHIP-WEIGHT
            MOVE "TRI-LB-PER-100-SQIN" TO SPL-PARAM-KEY
            MOVE "TRIANGLE STOCK WEIGHT, LB PER 100 SQ IN"
                TO SPL-DESCRIPTION
            MOVE 7.09 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            COMPUTE WS-TRI-WEIGHT = SPL-VALUE / 100

            OPEN INPUT MATERIAL-RATES
            OPEN INPUT PARTS-MASTER
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS = "00"
                MOVE WO-ORDER-NO TO WOL-ORDER-NO
                MOVE ZERO TO WOL-LINE-NO
                START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-LINE-EOF
                    NOT INVALID KEY
                        MOVE "N" TO WS-LINE-EOF
                END-START
                PERFORM UNTIL WS-LINE-EOF = "Y"
                    READ WORK-ORDER-LINE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-LINE-EOF
                        NOT AT END
                            IF WOL-ORDER-NO = WO-ORDER-NO
                                IF WOL-STATUS = "COMPLETE"
                                    PERFORM WEIGH-ONE-LINE
                                    ADD WS-LINE-WEIGHT
                                        TO WS-SHIP-WEIGHT
                                END-IF
                            ELSE
                                MOVE "Y" TO WS-LINE-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORK-ORDER-LINE
            END-IF
            IF WS-MATRATE-STATUS = "00"
                CLOSE MATERIAL-RATES
            END-IF
            IF WS-PARTS-STATUS = "00"
                CLOSE PARTS-MASTER
            END-IF

            MOVE WS-SHIP-WEIGHT TO WS-WEIGHT-DISP
            DISPLAY "ESTIMATED SHIPMENT WEIGHT (LB): " WS-WEIGHT-DISP
            DISPLAY "ENTER SCALE WEIGHT IN POUNDS (E.G. 00125.50,"
                " 0 TO USE THE ESTIMATE):"
            ACCEPT WS-WEIGHT-ENTRY
            MOVE WS-WEIGHT-ENTRY TO WS-LINE-WEIGHT
            IF WS-LINE-WEIGHT NOT = ZERO
                MOVE WS-LINE-WEIGHT TO WS-SHIP-WEIGHT
            END-IF.

        WEIGH-ONE-LINE.
      *     a circle is its plate area times the material's weight, a
      *     triangle its Heron area times the triangle-stock weight,
      *     an assembly line its piece weight times the build
      *     quantity; a weight not on file counts as nothing
            MOVE ZERO TO WS-LINE-WEIGHT
            EVALUATE WOL-TYPE
                WHEN "C"
                    IF WS-MATRATE-STATUS NOT = "00"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WOL-MATERIAL-CODE TO MR-MATERIAL-CODE
                    READ MATERIAL-RATES
                        INVALID KEY
                            EXIT PARAGRAPH
                    END-READ
                    IF MR-WEIGHT-PER-SQIN NOT NUMERIC
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE WS-LINE-AREA ROUNDED =
                        PI * WOL-RADIUS * WOL-RADIUS
                    COMPUTE WS-LINE-WEIGHT ROUNDED =
                        WS-LINE-AREA * MR-WEIGHT-PER-SQIN
                WHEN "T"
                    COMPUTE WS-HERON-S =
                        (WOL-SIDE-A + WOL-SIDE-B + WOL-SIDE-C) / 2
                    COMPUTE WS-HERON-PRODUCT =
                        WS-HERON-S * (WS-HERON-S - WOL-SIDE-A)
                        * (WS-HERON-S - WOL-SIDE-B)
                        * (WS-HERON-S - WOL-SIDE-C)
                    MOVE WS-HERON-PRODUCT TO MLS-NUM1
                    CALL "MATH-SQRT" USING MLS-NUM1 MLS-RESULT
                        MLS-STATUS
                    IF MLS-STATUS = "E"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE MLS-RESULT TO WS-LINE-AREA
                    COMPUTE WS-LINE-WEIGHT ROUNDED =
                        WS-LINE-AREA * WS-TRI-WEIGHT
                WHEN "A"
                    IF WS-PARTS-STATUS NOT = "00"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WOL-PART-CODE TO PM-PART-CODE
                    READ PARTS-MASTER
                        INVALID KEY
                            EXIT PARAGRAPH
                    END-READ
                    IF PM-UNIT-WEIGHT NOT NUMERIC
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE WS-LINE-WEIGHT ROUNDED =
                        PM-UNIT-WEIGHT * WOL-BUILD-QTY
            END-EVALUATE.

        ACCEPT-FREIGHT-TERM.
            MOVE SPACE TO WS-FREIGHT-TERM
            PERFORM UNTIL WS-FREIGHT-TERM = "P"
                    OR WS-FREIGHT-TERM = "C"
                    OR WS-FREIGHT-TERM = "A"
                DISPLAY "FREIGHT TERMS - [P] PREPAID  [C] COLLECT"
                    "  [A] PREPAY AND ADD:"
                ACCEPT WS-FREIGHT-TERM
                EVALUATE WS-FREIGHT-TERM
                    WHEN "p"
                        MOVE "P" TO WS-FREIGHT-TERM
                    WHEN "c"
                        MOVE "C" TO WS-FREIGHT-TERM
                    WHEN "a"
                        MOVE "A" TO WS-FREIGHT-TERM
                END-EVALUATE
            END-PERFORM
            EVALUATE WS-FREIGHT-TERM
                WHEN "P"
                    MOVE "PREPAID" TO WS-TERM-TEXT
                WHEN "C"
                    MOVE "COLLECT" TO WS-TERM-TEXT
                WHEN OTHER
                    MOVE "PREPAY AND ADD" TO WS-TERM-TEXT
            END-EVALUATE.

        SETTLE-FREIGHT-CHARGE.
      *     collect freight is between the customer and the carrier;
      *     prepaid and prepay-and-add are rated so the carrier's
      *     bill can be checked, and the operator may key over the
      *     rate (a quoted spot rate, say) or must when none fits
            MOVE ZERO TO WS-ZONE WS-FREIGHT-AMOUNT
            IF WS-FREIGHT-TERM = "C"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-RATE-FOUND
            IF WS-CARRIER-FOUND = "Y"
                PERFORM RATE-FREIGHT
            END-IF
            IF WS-RATE-FOUND = "Y"
                MOVE WS-FREIGHT-AMOUNT TO WS-FREIGHT-DISP
                DISPLAY "RATED FREIGHT - ZONE " WS-ZONE ": "
                    WS-FREIGHT-DISP
                DISPLAY "ENTER FREIGHT CHARGE (E.G. 00045.00,"
                    " 0 TO USE THE RATE):"
                ACCEPT WS-FREIGHT-ENTRY
                MOVE WS-FREIGHT-ENTRY TO WS-FREIGHT-KEYED
                IF WS-FREIGHT-KEYED NOT = ZERO
                    MOVE WS-FREIGHT-KEYED TO WS-FREIGHT-AMOUNT
                END-IF
            ELSE
                DISPLAY "NO RATE BAND FITS - ENTER FREIGHT CHARGE"
                    " (E.G. 00045.00):"
                ACCEPT WS-FREIGHT-ENTRY
                MOVE WS-FREIGHT-ENTRY TO WS-FREIGHT-AMOUNT
            END-IF.

        RATE-FREIGHT.
      *     the zone comes off the carrier's chart by the first three
      *     characters of the delivery ZIP, else the carrier's
      *     default zone; the band is the first in that zone whose
      *     top weight covers the shipment
            MOVE CA-DEFAULT-ZONE TO WS-ZONE
            OPEN INPUT CARRIER-ZONE
            IF WS-ZONE-STATUS = "00"
                MOVE CA-CARRIER-CODE TO CZ-CARRIER-CODE
                MOVE WS-SHIP-ZIP(1:3) TO CZ-ZIP-PREFIX
                READ CARRIER-ZONE
                    NOT INVALID KEY
                        MOVE CZ-ZONE TO WS-ZONE
                END-READ
                CLOSE CARRIER-ZONE
            END-IF

            OPEN INPUT CARRIER-RATE
            IF WS-RATE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE CA-CARRIER-CODE TO CR-CARRIER-CODE
            MOVE WS-ZONE TO CR-ZONE
            COMPUTE CR-MAX-WEIGHT = WS-SHIP-WEIGHT + 0.99
            START CARRIER-RATE KEY >= CR-RATE-KEY
                INVALID KEY
                    CLOSE CARRIER-RATE
                    EXIT PARAGRAPH
            END-START
            READ CARRIER-RATE NEXT RECORD
                AT END
                    CLOSE CARRIER-RATE
                    EXIT PARAGRAPH
            END-READ
            CLOSE CARRIER-RATE
            IF CR-CARRIER-CODE NOT = CA-CARRIER-CODE
                    OR CR-ZONE NOT = WS-ZONE
                EXIT PARAGRAPH
            END-IF

            MOVE "Y" TO WS-RATE-FOUND
            COMPUTE WS-FREIGHT-AMOUNT ROUNDED =
                CR-BAND-CHARGE + CR-PER-POUND * WS-SHIP-WEIGHT
            IF WS-FREIGHT-AMOUNT < CA-MIN-CHARGE
                MOVE CA-MIN-CHARGE TO WS-FREIGHT-AMOUNT
            END-IF.

        PRINT-PACKING-SLIP.
      *     appends so the day's slips print as one batch - same
      *     OPEN EXTEND with an OPEN OUTPUT fallback as AUDIT-LOG
                OPEN OUTPUT PACKING-SLIP
            END-IF

            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO PACKING-SLIP-LINE
                WRITE PACKING-SLIP-LINE
            END-IF
            MOVE SPACES TO PACKING-SLIP-LINE
            STRING "PACKING SLIP - ORDER " WO-ORDER-NO
                   "   DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE

            IF WO-CUST-PO-NO NOT = SPACES
                    AND WO-CUST-PO-NO NOT = LOW-VALUES
                MOVE SPACES TO PACKING-SLIP-LINE
                STRING "YOUR PO: " WO-CUST-PO-NO
                       DELIMITED BY SIZE INTO PACKING-SLIP-LINE
                WRITE PACKING-SLIP-LINE
            END-IF

            PERFORM PRINT-SHIP-TO-BLOCK

            MOVE WS-SHIP-WEIGHT TO WS-WEIGHT-DISP
            MOVE SPACES TO PACKING-SLIP-LINE
            STRING "VIA " WS-CARRIER-ENTRY
                   " REF " WS-REFERENCE-ENTRY
                   " FREIGHT " WS-TERM-TEXT
                   " WEIGHT " WS-WEIGHT-DISP " LB"
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE

            PERFORM PRINT-ORDER-LINES

            MOVE SPACES TO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE
            CLOSE PACKING-SLIP.

        RESOLVE-SHIP-ADDRESS.
            MOVE "N" TO WS-CUSTOMER-FOUND
            MOVE ZERO TO WS-SHIP-TO-NO
            MOVE SPACES TO WS-SHIP-ADDRESS WS-SHIP-CITY
                WS-SHIP-STATE WS-SHIP-ZIP
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
                EXIT PARAGRAPH
                    EXIT PARAGRAPH
            END-READ
            CLOSE CUSTOMER-MASTER
            MOVE CU-ADDRESS TO WS-SHIP-ADDRESS
            MOVE CU-CITY TO WS-SHIP-CITY
            MOVE CU-STATE TO WS-SHIP-STATE
            MOVE CU-ZIP TO WS-SHIP-ZIP
            MOVE "Y" TO WS-CUSTOMER-FOUND
            PERFORM LOOKUP-SHIP-TO.

        PRINT-SHIP-TO-BLOCK.
            IF WS-CUSTOMER-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO PACKING-SLIP-LINE
            STRING "SHIP TO: " FUNCTION TRIM(FIRST-NAME)
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE

            IF WS-SHIP-TO-NO NOT = ZERO
                MOVE SPACES TO PACKING-SLIP-LINE
                STRING "         " ST-NAME
                       " (SHIP-TO " WS-SHIP-TO-NO ")"
                       DELIMITED BY SIZE INTO PACKING-SLIP-LINE
                WRITE PACKING-SLIP-LINE
            END-IF

            MOVE SPACES TO PACKING-SLIP-LINE
            STRING "         " WS-SHIP-ADDRESS
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE

            MOVE SPACES TO PACKING-SLIP-LINE
            STRING "         " FUNCTION TRIM(WS-SHIP-CITY)
                   " " WS-SHIP-STATE " " WS-SHIP-ZIP
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
            WRITE PACKING-SLIP-LINE

            IF WS-SHIP-TO-NO NOT = ZERO
                    AND ST-DELIVERY-NOTES NOT = SPACES
                MOVE SPACES TO PACKING-SLIP-LINE
                STRING "DELIVERY: " ST-DELIVERY-NOTES
                       DELIMITED BY SIZE INTO PACKING-SLIP-LINE
                WRITE PACKING-SLIP-LINE
            END-IF.

        LOOKUP-SHIP-TO.
      *     orders from before ship-tos carry spaces here - those,
      *     and ship-to 000, go to the customer's own address
            IF WO-SHIP-TO-NO NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF WO-SHIP-TO-NO = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SHIP-TO
            IF WS-SHIPTO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WO-CUSTOMER-CODE TO ST-CUSTOMER-CODE
            MOVE WO-SHIP-TO-NO TO ST-SHIP-TO-NO
            READ SHIP-TO
                INVALID KEY
                    DISPLAY "SHIP-TO " WO-SHIP-TO-NO " NOT ON FILE"
                        " - SHIPPING TO CUSTOMER ADDRESS"
                NOT INVALID KEY
                    MOVE ST-SHIP-TO-NO TO WS-SHIP-TO-NO
                    MOVE ST-ADDRESS TO WS-SHIP-ADDRESS
                    MOVE ST-CITY TO WS-SHIP-CITY
                    MOVE ST-STATE TO WS-SHIP-STATE
                    MOVE ST-ZIP TO WS-SHIP-ZIP
            END-READ
            CLOSE SHIP-TO.

        PRINT-ORDER-LINES.
            MOVE WO-ORDER-NO TO WOL-ORDER-NO
            MOVE WS-CARRIER-ENTRY TO SL-CARRIER
            MOVE WS-REFERENCE-ENTRY TO SL-REFERENCE
            MOVE WS-OPERATOR-ID TO SL-OPERATOR
            MOVE WS-SHIP-TO-NO TO SL-SHIP-TO-NO
            MOVE WS-SHIP-ADDRESS TO SL-SHIP-ADDRESS
            MOVE WS-SHIP-CITY TO SL-SHIP-CITY
            MOVE WS-SHIP-STATE TO SL-SHIP-STATE
            MOVE WS-SHIP-ZIP TO SL-SHIP-ZIP
            MOVE WS-FREIGHT-TERM TO SL-FREIGHT-TERM
            MOVE WS-SHIP-WEIGHT TO SL-SHIP-WEIGHT
            MOVE WS-ZONE TO SL-ZONE
            MOVE WS-FREIGHT-AMOUNT TO SL-FREIGHT-AMOUNT
            WRITE SHIPPING-LOG-RECORD
            CLOSE SHIPPING-LOG.


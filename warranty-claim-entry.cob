      * warranty claim screen for shipped serialized pieces - the
      * customer reads the serial off the unit and this decides the
      * rest. The serial's invoice leads to its order and the order
      * to its SHIPPING-LOG ship date; the part's PM-WARRANTY-MONTHS
      * from that date says whether the piece is still covered. An
      * in-warranty claim opens an RMA (both numbers from the shared
      * TICKET-SEQUENCE series) that RMA-ENTRY receives and
      * dispositions without a credit memo - warranty work is made
      * good, not refunded - and opens an NCR on the failure
      * through the shared NCR-OPEN writer. Out of warranty the
      * claim is recorded and the customer is quoted the usual way.
      * Every claim keeps its failure code, and the claims report
      * rolls them up by part, lot, and failure code, flagging any
      * lot whose claim rate against its shipped serials passes the
      * WARRANTY-LOT-CLAIM-PCT parameter as a recall candidate for
      * LOT-TRACE-INQUIRY.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WARRANTY-CLAIM-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WARRANTY-CLAIM ASSIGN TO "WARRANTY-CLAIM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLAIM-STATUS.

            SELECT SERIAL-NUMBER ASSIGN TO "SERIAL-NUMBER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SR-SERIAL-NO
                FILE STATUS IS WS-SERIAL-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

      *     the invoice the serial left on leads to its order line,
      *     and the order to its ship date
            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT SHIPPING-LOG ASSIGN TO "SHIPPING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPLOG-STATUS.

            SELECT RMA-FILE ASSIGN TO "RMA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RMA-STATUS.

            SELECT CLAIM-RPT ASSIGN TO "WARRANTY-CLAIM-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WARRANTY-CLAIM.
            COPY "WARRANTY-CLAIM-RECORD.cpy".

        FD  SERIAL-NUMBER.
            COPY "SERIAL-NUMBER-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  SHIPPING-LOG.
            COPY "SHIPPING-LOG-RECORD.cpy".

        FD  RMA-FILE.
            COPY "RMA-RECORD.cpy".

        FD  CLAIM-RPT.
        01  CLAIM-RPT-LINE           PIC X(100).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-CLAIM-STATUS       PIC XX.
        01 WS-SERIAL-STATUS      PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-SHIPLOG-STATUS     PIC XX.
        01 WS-RMA-STATUS         PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-SERIAL-ENTRY       PIC 9(8).
        01 WS-FAILURE-ENTRY      PIC X(4).
        01 WS-FAILURE-TEXT       PIC X(20).
        01 WS-FAILURE-VALID      PIC X.

      * where the warranty clock starts and stops
        01 WS-WARRANTY-MONTHS    PIC 9(3).
        01 WS-ORDER-FOUND        PIC 9(8).
        01 WS-SHIP-DATE          PIC 9(8).
        01 WS-SHIP-CUSTOMER      PIC X(6).
        01 WS-INVOICE-DATE       PIC 9(8).
        01 WS-AR-CUSTOMER        PIC X(6).
        01 WS-EXPIRY-DATE        PIC 9(8).
        01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
            05 WS-EXP-YEAR       PIC 9(4).
            05 WS-EXP-MONTH      PIC 9(2).
            05 WS-EXP-DAY        PIC 9(2).
        01 WS-MONTH-TOTAL        PIC 9(5).
        01 WS-YEARS-ADDED        PIC 9(3).
        01 WS-MONTH-LEFT         PIC 9(2).
        01 WS-DECISION-NOTE      PIC X(40).

      * claims report roll-ups - by part, by lot (with the lot's
      * shipped serials for the claim rate), and by failure code
        01 WS-IDX                PIC 9(3).
        01 WS-FOUND-IDX          PIC 9(3).
        01 WS-CLAIM-TOTAL        PIC 9(5).
        01 WS-LOTS-FLAGGED       PIC 9(3).

        01 WS-PART-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-PART-TABLE.
            05 WS-PT-ENTRY OCCURS 100 TIMES.
                10 WS-PT-PART        PIC X(6).
                10 WS-PT-CLAIMS      PIC 9(5).
                10 WS-PT-IN          PIC 9(5).
                10 WS-PT-OUT         PIC 9(5).

        01 WS-LOT-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-LOT-TABLE.
            05 WS-LT-ENTRY OCCURS 200 TIMES.
                10 WS-LT-LOT         PIC 9(6).
                10 WS-LT-PART        PIC X(6).
                10 WS-LT-CLAIMS      PIC 9(5).
                10 WS-LT-SHIPPED     PIC 9(5).

        01 WS-FAIL-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-FAIL-TABLE.
            05 WS-FT-ENTRY OCCURS 20 TIMES.
                10 WS-FT-CODE        PIC X(4).
                10 WS-FT-CLAIMS      PIC 9(5).

        01 WS-LOT-RATE           PIC 9(3)V99.
        01 WS-RATE-LIMIT         PIC 9(3)V99.
        01 WS-RATE-DISP          PIC ZZ9.99.
        01 WS-LIMIT-DISP         PIC ZZ9.99.

      * the lot claim-rate threshold is a shop knob on the
      * parameter file, seeded the first time the report runs
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * an in-warranty failure opens a nonconformance report - see
      * ncr-open.cob
        COPY "NCR-OPEN-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - see operator-maintenance.cob;
      * a claim can open an RMA, the same level RMA-ENTRY asks for
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
                DISPLAY "===== WARRANTY CLAIMS ====="
                DISPLAY "[1] ENTER A WARRANTY CLAIM"
                DISPLAY "[2] WRITE CLAIMS REPORT"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ENTER-CLAIM
                    WHEN 2
                        PERFORM WRITE-CLAIMS-REPORT
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

        ENTER-CLAIM.
            DISPLAY "ENTER SERIAL NUMBER (8 DIGITS):"
            ACCEPT WS-SERIAL-ENTRY

            OPEN INPUT SERIAL-NUMBER
            IF WS-SERIAL-STATUS NOT = "00"
                DISPLAY "SERIAL-NUMBER NOT AVAILABLE - STATUS "
                    WS-SERIAL-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SERIAL-ENTRY TO SR-SERIAL-NO
            READ SERIAL-NUMBER
                INVALID KEY
                    DISPLAY "SERIAL NOT ON FILE"
                    CLOSE SERIAL-NUMBER
                    EXIT PARAGRAPH
            END-READ
            CLOSE SERIAL-NUMBER
            IF SR-STATUS NOT = "SHIP"
                DISPLAY "SERIAL " SR-SERIAL-NO
                    " HAS NOT SHIPPED - NOTHING TO CLAIM"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "PART " SR-PART-CODE " LOT " SR-LOT-NUMBER
                " SHIPPED ON INVOICE " SR-INVOICE-NO

      *     the failure is recorded on every claim, in or out of
      *     warranty - the claims report is only as good as these
            PERFORM SHOW-FAILURE-CODES
            DISPLAY "ENTER FAILURE CODE (4 CHARS):"
            ACCEPT WS-FAILURE-ENTRY
            PERFORM DESCRIBE-FAILURE
            IF WS-FAILURE-VALID NOT = "Y"
                DISPLAY "UNKNOWN FAILURE CODE - CLAIM NOT RECORDED"
                EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO WARRANTY-CLAIM-RECORD
            DISPLAY "ENTER FAILURE DESCRIPTION (30 CHARS):"
            ACCEPT WC-DESCRIPTION

            PERFORM FIND-WARRANTY-MONTHS
            PERFORM FIND-INVOICE
            PERFORM FIND-SHIP-DATE
            PERFORM DECIDE-WARRANTY

            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO WC-CLAIM-NO
            MOVE WS-TODAY-DATE TO WC-CLAIM-DATE
            MOVE SR-SERIAL-NO TO WC-SERIAL-NO
            MOVE SR-PART-CODE TO WC-PART-CODE
            MOVE SR-LOT-NUMBER TO WC-LOT-NUMBER
            MOVE SR-INVOICE-NO TO WC-INVOICE-NO
            MOVE WS-SHIP-DATE TO WC-SHIP-DATE
            MOVE WS-EXPIRY-DATE TO WC-EXPIRY-DATE
            MOVE WS-FAILURE-ENTRY TO WC-FAILURE-CODE
            MOVE ZERO TO WC-RMA-NO
            MOVE WS-OPERATOR-ID TO WC-OPERATOR
            IF WS-AR-CUSTOMER NOT = SPACES
                MOVE WS-AR-CUSTOMER TO WC-CUSTOMER-CODE
            ELSE
                MOVE WS-SHIP-CUSTOMER TO WC-CUSTOMER-CODE
            END-IF

            IF WC-WARRANTY-FLAG = "I"
                PERFORM OPEN-WARRANTY-RMA
            END-IF

            OPEN EXTEND WARRANTY-CLAIM
            IF WS-CLAIM-STATUS = "05" OR WS-CLAIM-STATUS = "35"
                CLOSE WARRANTY-CLAIM
                OPEN OUTPUT WARRANTY-CLAIM
            END-IF
            WRITE WARRANTY-CLAIM-RECORD
            CLOSE WARRANTY-CLAIM

            DISPLAY "CLAIM " WC-CLAIM-NO " RECORDED - "
                WS-DECISION-NOTE
            IF WC-WARRANTY-FLAG = "I"
                DISPLAY "RMA " WC-RMA-NO " OPENED - NO CREDIT TO "
                    "THE CUSTOMER, RECEIVE IT THROUGH RMA-ENTRY"
            ELSE
                DISPLAY "OUT OF WARRANTY - QUOTE THE REPAIR OR "
                    "OPEN AN ORDINARY RMA"
            END-IF.

        FIND-WARRANTY-MONTHS.
            MOVE ZERO TO WS-WARRANTY-MONTHS
            OPEN INPUT PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SR-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PM-WARRANTY-MONTHS IS NUMERIC
                        MOVE PM-WARRANTY-MONTHS TO WS-WARRANTY-MONTHS
                    END-IF
            END-READ
            CLOSE PARTS-MASTER.

        FIND-INVOICE.
      *     the customer, and the invoice date should the shipment
      *     itself not be on the log
            MOVE SPACES TO WS-AR-CUSTOMER
            MOVE ZERO TO WS-INVOICE-DATE
            OPEN INPUT AR-LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SR-INVOICE-NO TO AR-INVOICE-NO
            READ AR-LEDGER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AR-CUSTOMER-CODE TO WS-AR-CUSTOMER
                    MOVE AR-INVOICE-DATE TO WS-INVOICE-DATE
            END-READ
            CLOSE AR-LEDGER.

        FIND-SHIP-DATE.
      *     the order line billed on the serial's invoice names the
      *     order; the last SHIPPING-LOG entry for that order on or
      *     before the invoice is the shipment that carried it
            MOVE ZERO TO WS-ORDER-FOUND
            MOVE ZERO TO WS-SHIP-DATE
            MOVE SPACES TO WS-SHIP-CUSTOMER
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS = "00"
                MOVE LOW-VALUES TO WOL-LINE-KEY
                START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                    INVALID KEY
                        MOVE "10" TO WS-LINE-STATUS
                END-START
                MOVE "N" TO WS-EOF
                IF WS-LINE-STATUS NOT = "00"
                    MOVE "Y" TO WS-EOF
                END-IF
                PERFORM UNTIL WS-EOF = "Y"
                    READ WORK-ORDER-LINE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF WOL-INVOICE-NO = SR-INVOICE-NO
                                MOVE WOL-ORDER-NO TO WS-ORDER-FOUND
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WORK-ORDER-LINE
            END-IF

            IF WS-ORDER-FOUND NOT = ZERO
                OPEN INPUT SHIPPING-LOG
                IF WS-SHIPLOG-STATUS = "00"
                    MOVE "N" TO WS-EOF
                    PERFORM UNTIL WS-EOF = "Y"
                        READ SHIPPING-LOG
                            AT END
                                MOVE "Y" TO WS-EOF
                            NOT AT END
                                PERFORM CHECK-SHIP-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE SHIPPING-LOG
                END-IF
            END-IF

      *     no shipment on the log - the invoice date stands in,
      *     since billing follows the truck
            IF WS-SHIP-DATE = ZERO
                MOVE WS-INVOICE-DATE TO WS-SHIP-DATE
            END-IF.

        CHECK-SHIP-ENTRY.
            IF SL-ORDER-NO = WS-ORDER-FOUND
                IF WS-INVOICE-DATE = ZERO
                        OR SL-SHIP-DATE <= WS-INVOICE-DATE
                    IF SL-SHIP-DATE > WS-SHIP-DATE
                        MOVE SL-SHIP-DATE TO WS-SHIP-DATE
                        MOVE SL-CUSTOMER-CODE TO WS-SHIP-CUSTOMER
                    END-IF
                END-IF
            END-IF.

        DECIDE-WARRANTY.
      *     the ship date plus the part's warranty months is the
      *     last day of cover; a claim on or before it is in
            MOVE ZERO TO WS-EXPIRY-DATE
            EVALUATE TRUE
                WHEN WS-WARRANTY-MONTHS = ZERO
                    MOVE "O" TO WC-WARRANTY-FLAG
                    MOVE "PART CARRIES NO WARRANTY"
                        TO WS-DECISION-NOTE
                WHEN WS-SHIP-DATE = ZERO
                    MOVE "O" TO WC-WARRANTY-FLAG
                    MOVE "NO SHIP DATE ON FILE FOR THE SERIAL"
                        TO WS-DECISION-NOTE
                WHEN OTHER
                    MOVE WS-SHIP-DATE TO WS-EXPIRY-DATE
                    COMPUTE WS-MONTH-TOTAL =
                        WS-EXP-MONTH - 1 + WS-WARRANTY-MONTHS
                    DIVIDE WS-MONTH-TOTAL BY 12
                        GIVING WS-YEARS-ADDED
                        REMAINDER WS-MONTH-LEFT
                    ADD WS-YEARS-ADDED TO WS-EXP-YEAR
                    COMPUTE WS-EXP-MONTH = WS-MONTH-LEFT + 1
                    IF WS-TODAY-DATE <= WS-EXPIRY-DATE
                        MOVE "I" TO WC-WARRANTY-FLAG
                        MOVE "IN WARRANTY" TO WS-DECISION-NOTE
                    ELSE
                        MOVE "O" TO WC-WARRANTY-FLAG
                        MOVE "WARRANTY EXPIRED" TO WS-DECISION-NOTE
                    END-IF
            END-EVALUATE
            DISPLAY "SHIPPED " WS-SHIP-DATE " WARRANTY "
                WS-WARRANTY-MONTHS " MONTHS - COVER ENDS "
                WS-EXPIRY-DATE.

        OPEN-WARRANTY-RMA.
      *     the RMA rides the ordinary returns lifecycle, carrying
      *     the claim number so disposition issues no credit
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE SPACES TO RMA-RECORD
            MOVE WS-TICKET-NO TO RM-RMA-NO
            MOVE SR-INVOICE-NO TO RM-INVOICE-NO
            MOVE WC-CUSTOMER-CODE TO RM-CUSTOMER-CODE
            MOVE SR-PART-CODE TO RM-PART-CODE
            MOVE 1 TO RM-QTY
            STRING "WARRANTY " WC-FAILURE-CODE " " WC-DESCRIPTION
                   DELIMITED BY SIZE INTO RM-REASON
            MOVE WS-TODAY-DATE TO RM-OPEN-DATE
            MOVE "OPEN" TO RM-STATUS
            MOVE SPACE TO RM-DISPOSITION
            MOVE SR-LOT-NUMBER TO RM-LOT-NUMBER
            MOVE ZERO TO RM-CREDIT-AMOUNT
            MOVE WC-CLAIM-NO TO RM-CLAIM-NO

            OPEN EXTEND RMA-FILE
            IF WS-RMA-STATUS = "05" OR WS-RMA-STATUS = "35"
                CLOSE RMA-FILE
                OPEN OUTPUT RMA-FILE
            END-IF
            WRITE RMA-RECORD
            CLOSE RMA-FILE
            MOVE RM-RMA-NO TO WC-RMA-NO

      *     a covered failure is a defect return like any other -
      *     the NCR chases its root cause
            MOVE "R" TO NOP-SOURCE
            MOVE RM-RMA-NO TO NOP-SOURCE-REF
            MOVE SR-PART-CODE TO NOP-PART-CODE
            MOVE SR-LOT-NUMBER TO NOP-LOT-NUMBER
            MOVE 1 TO NOP-QTY
            MOVE RM-REASON TO NOP-DEFECT
            CALL "NCR-OPEN" USING NCR-OPEN-PARAMS.

        SHOW-FAILURE-CODES.
            DISPLAY "FAILURE CODES: CRCK CRACKED   WELD WELD FAILURE"
            DISPLAY "  DIMN OUT OF DIMENSION   FINS FINISH/COATING"
            DISPLAY "  CORR CORROSION   WEAR PREMATURE WEAR"
            DISPLAY "  OTHR OTHER".

        DESCRIBE-FAILURE.
            MOVE "Y" TO WS-FAILURE-VALID
            EVALUATE WS-FAILURE-ENTRY
                WHEN "CRCK"
                    MOVE "CRACKED" TO WS-FAILURE-TEXT
                WHEN "WELD"
                    MOVE "WELD FAILURE" TO WS-FAILURE-TEXT
                WHEN "DIMN"
                    MOVE "OUT OF DIMENSION" TO WS-FAILURE-TEXT
                WHEN "FINS"
                    MOVE "FINISH/COATING" TO WS-FAILURE-TEXT
                WHEN "CORR"
                    MOVE "CORROSION" TO WS-FAILURE-TEXT
                WHEN "WEAR"
                    MOVE "PREMATURE WEAR" TO WS-FAILURE-TEXT
                WHEN "OTHR"
                    MOVE "OTHER" TO WS-FAILURE-TEXT
                WHEN OTHER
                    MOVE "N" TO WS-FAILURE-VALID
                    MOVE "UNKNOWN" TO WS-FAILURE-TEXT
            END-EVALUATE.

        WRITE-CLAIMS-REPORT.
            MOVE "WARRANTY-LOT-CLAIM-PCT" TO SPL-PARAM-KEY
            MOVE "LOT CLAIM RATE PCT THAT FLAGS A RECALL"
                TO SPL-DESCRIPTION
            MOVE 5 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RATE-LIMIT

            MOVE ZERO TO WS-PART-COUNT WS-LOT-COUNT WS-FAIL-COUNT
            MOVE ZERO TO WS-CLAIM-TOTAL WS-LOTS-FLAGGED
            OPEN INPUT WARRANTY-CLAIM
            IF WS-CLAIM-STATUS NOT = "00"
                DISPLAY "NO WARRANTY CLAIMS ON FILE"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WARRANTY-CLAIM
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CLAIM-TOTAL
                        PERFORM TALLY-BY-PART
                        PERFORM TALLY-BY-LOT
                        PERFORM TALLY-BY-FAILURE
                END-READ
            END-PERFORM
            CLOSE WARRANTY-CLAIM

            PERFORM COUNT-LOT-SHIPMENTS

            OPEN OUTPUT CLAIM-RPT
            MOVE SPACES TO CLAIM-RPT-LINE
            STRING "WARRANTY CLAIMS REPORT - RUN DATE: " WS-TODAY-DATE
                   "   CLAIMS ON FILE: " WS-CLAIM-TOTAL
                   DELIMITED BY SIZE INTO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE
            MOVE SPACES TO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE

            PERFORM WRITE-PART-SECTION
            PERFORM WRITE-LOT-SECTION
            PERFORM WRITE-FAILURE-SECTION

            CLOSE CLAIM-RPT
            DISPLAY "CLAIMS REPORT WRITTEN - CLAIMS: " WS-CLAIM-TOTAL
                " LOTS FLAGGED: " WS-LOTS-FLAGGED
            IF WS-LOTS-FLAGGED > ZERO
                DISPLAY "TRACE THE FLAGGED LOTS THROUGH "
                    "LOT-TRACE-INQUIRY FOR RECALL"
            END-IF.

        TALLY-BY-PART.
            MOVE ZERO TO WS-FOUND-IDX
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PART-COUNT
                IF WS-PT-PART(WS-IDX) = WC-PART-CODE
                    MOVE WS-IDX TO WS-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-FOUND-IDX = ZERO
                IF WS-PART-COUNT >= 100
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-PART-COUNT
                MOVE WS-PART-COUNT TO WS-FOUND-IDX
                MOVE WC-PART-CODE TO WS-PT-PART(WS-FOUND-IDX)
                MOVE ZERO TO WS-PT-CLAIMS(WS-FOUND-IDX)
                MOVE ZERO TO WS-PT-IN(WS-FOUND-IDX)
                MOVE ZERO TO WS-PT-OUT(WS-FOUND-IDX)
            END-IF
            ADD 1 TO WS-PT-CLAIMS(WS-FOUND-IDX)
            IF WC-WARRANTY-FLAG = "I"
                ADD 1 TO WS-PT-IN(WS-FOUND-IDX)
            ELSE
                ADD 1 TO WS-PT-OUT(WS-FOUND-IDX)
            END-IF.

        TALLY-BY-LOT.
      *     pieces with no lot cannot be recalled by lot
            IF WC-LOT-NUMBER = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-FOUND-IDX
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LOT-COUNT
                IF WS-LT-LOT(WS-IDX) = WC-LOT-NUMBER
                    MOVE WS-IDX TO WS-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-FOUND-IDX = ZERO
                IF WS-LOT-COUNT >= 200
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LOT-COUNT
                MOVE WS-LOT-COUNT TO WS-FOUND-IDX
                MOVE WC-LOT-NUMBER TO WS-LT-LOT(WS-FOUND-IDX)
                MOVE WC-PART-CODE TO WS-LT-PART(WS-FOUND-IDX)
                MOVE ZERO TO WS-LT-CLAIMS(WS-FOUND-IDX)
                MOVE ZERO TO WS-LT-SHIPPED(WS-FOUND-IDX)
            END-IF
            ADD 1 TO WS-LT-CLAIMS(WS-FOUND-IDX).

        TALLY-BY-FAILURE.
            MOVE ZERO TO WS-FOUND-IDX
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FAIL-COUNT
                IF WS-FT-CODE(WS-IDX) = WC-FAILURE-CODE
                    MOVE WS-IDX TO WS-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-FOUND-IDX = ZERO
                IF WS-FAIL-COUNT >= 20
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-FAIL-COUNT
                MOVE WS-FAIL-COUNT TO WS-FOUND-IDX
                MOVE WC-FAILURE-CODE TO WS-FT-CODE(WS-FOUND-IDX)
                MOVE ZERO TO WS-FT-CLAIMS(WS-FOUND-IDX)
            END-IF
            ADD 1 TO WS-FT-CLAIMS(WS-FOUND-IDX).

        COUNT-LOT-SHIPMENTS.
      *     the claim rate runs against pieces that left the
      *     building - an unshipped serial cannot be claimed on
            IF WS-LOT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SERIAL-NUMBER
            IF WS-SERIAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO SR-SERIAL-NO
            START SERIAL-NUMBER KEY >= SR-SERIAL-NO
                INVALID KEY
                    CLOSE SERIAL-NUMBER
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SERIAL-NUMBER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SR-STATUS = "SHIP"
                            PERFORM VARYING WS-IDX FROM 1 BY 1
                                    UNTIL WS-IDX > WS-LOT-COUNT
                                IF WS-LT-LOT(WS-IDX) = SR-LOT-NUMBER
                                    ADD 1 TO WS-LT-SHIPPED(WS-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SERIAL-NUMBER.

        WRITE-PART-SECTION.
            MOVE SPACES TO CLAIM-RPT-LINE
            STRING "BY PART" DELIMITED BY SIZE INTO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PART-COUNT
                MOVE SPACES TO CLAIM-RPT-LINE
                STRING "  PART " WS-PT-PART(WS-IDX)
                       " CLAIMS " WS-PT-CLAIMS(WS-IDX)
                       " IN WARRANTY " WS-PT-IN(WS-IDX)
                       " OUT OF WARRANTY " WS-PT-OUT(WS-IDX)
                       DELIMITED BY SIZE INTO CLAIM-RPT-LINE
                WRITE CLAIM-RPT-LINE
            END-PERFORM
            MOVE SPACES TO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE.

        WRITE-LOT-SECTION.
            MOVE WS-RATE-LIMIT TO WS-LIMIT-DISP
            MOVE SPACES TO CLAIM-RPT-LINE
            STRING "BY LOT - RECALL THRESHOLD " WS-LIMIT-DISP
                   " PCT OF SHIPPED SERIALS"
                   DELIMITED BY SIZE INTO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LOT-COUNT
                IF WS-LT-SHIPPED(WS-IDX) > ZERO
                    COMPUTE WS-LOT-RATE ROUNDED =
                        WS-LT-CLAIMS(WS-IDX) * 100
                        / WS-LT-SHIPPED(WS-IDX)
                        ON SIZE ERROR
                            MOVE 999.99 TO WS-LOT-RATE
                    END-COMPUTE
                ELSE
                    MOVE 100 TO WS-LOT-RATE
                END-IF
                MOVE WS-LOT-RATE TO WS-RATE-DISP
                MOVE SPACES TO CLAIM-RPT-LINE
                STRING "  LOT " WS-LT-LOT(WS-IDX)
                       " PART " WS-LT-PART(WS-IDX)
                       " CLAIMS " WS-LT-CLAIMS(WS-IDX)
                       " SHIPPED " WS-LT-SHIPPED(WS-IDX)
                       " RATE " WS-RATE-DISP " PCT"
                       DELIMITED BY SIZE INTO CLAIM-RPT-LINE
                WRITE CLAIM-RPT-LINE
                IF WS-LOT-RATE > WS-RATE-LIMIT
                    ADD 1 TO WS-LOTS-FLAGGED
                    MOVE SPACES TO CLAIM-RPT-LINE
                    STRING "    *** RECALL CANDIDATE - TRACE LOT "
                           WS-LT-LOT(WS-IDX)
                           " THROUGH LOT-TRACE-INQUIRY ***"
                           DELIMITED BY SIZE INTO CLAIM-RPT-LINE
                    WRITE CLAIM-RPT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE.

        WRITE-FAILURE-SECTION.
            MOVE SPACES TO CLAIM-RPT-LINE
            STRING "BY FAILURE CODE" DELIMITED BY SIZE
                   INTO CLAIM-RPT-LINE
            WRITE CLAIM-RPT-LINE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FAIL-COUNT
                MOVE WS-FT-CODE(WS-IDX) TO WS-FAILURE-ENTRY
                PERFORM DESCRIBE-FAILURE
                MOVE SPACES TO CLAIM-RPT-LINE
                STRING "  " WS-FT-CODE(WS-IDX)
                       " " WS-FAILURE-TEXT
                       " CLAIMS " WS-FT-CLAIMS(WS-IDX)
                       DELIMITED BY SIZE INTO CLAIM-RPT-LINE
                WRITE CLAIM-RPT-LINE
            END-PERFORM.

            END PROGRAM WARRANTY-CLAIM-ENTRY.

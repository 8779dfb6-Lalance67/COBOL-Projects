      * ORDER-IMPORT - batch intake for the purchase orders our larger
      * customers send electronically, so nobody re-keys their
      * spreadsheets line by line through WORK-ORDER-ENTRY. Each
      * order on ORDER-IMPORT.DAT (see ORDER-IMPORT-RECORD.cpy) is
      * checked whole before anything is written: the customer must
      * be on CUSTOMER-MASTER, every circle's material on
      * MATERIAL-RATES, every triangle must close, and the PO number
      * must not already be on file for that customer (so a file
      * run twice does not double the work). A good order is priced
      * line by line with the standing PRICE-AGREEMENT deal applied,
      * put through the same credit-exposure rule keyed entry uses
      * (over the limit goes CREDHOLD, not rejected), and written as
      * a WORK-ORDER header and WORK-ORDER-LINE records exactly as
      * WORK-ORDER-ENTRY writes them - one line per piece, with the
      * blank allocated, the routing released and the measurement
      * staged for the batch pass. The customer's PO number and ship
      * date ride on the header. An order that fails any check is
      * rejected whole and listed with its reason on
      * ORDER-IMPORT-ERR.DAT for the counter to take up with the
      * customer.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDER-IMPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDER-IMPORT ASSIGN TO "ORDER-IMPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IMPORT-STATUS.

            SELECT IMPORT-ERROR ASSIGN TO "ORDER-IMPORT-ERR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERROR-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT RADIUS-IN ASSIGN TO "RADIUS-IN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RADIUS-STATUS.

            SELECT TRIANGLE-IN ASSIGN TO "TRIANGLE-IN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRIANGLE-STATUS.

            SELECT MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATRATE-STATUS.

            SELECT LABOR-RATES ASSIGN TO "LABOR-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-OPERATION-CODE
                FILE STATUS IS WS-LABRATE-STATUS.

      *     the handshake deals - see PRICE-AGREEMENT-MAINTENANCE
            SELECT PRICE-AGREEMENT ASSIGN TO "PRICE-AGREEMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PA-AGREE-KEY
                FILE STATUS IS WS-AGREE-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT MATERIAL-XREF ASSIGN TO "MATERIAL-PART-XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MX-MATERIAL-CODE
                FILE STATUS IS WS-XREF-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDER-IMPORT.
            COPY "ORDER-IMPORT-RECORD.cpy".

        FD  IMPORT-ERROR.
        01  IMPORT-ERROR-LINE        PIC X(132).

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

      *     same staged measurement records WORK-ORDER-ENTRY writes -
      *     see its RI-UNIT-CODE and TI-MODE comments
        FD  RADIUS-IN.
        01  RADIUS-IN-RECORD.
            05  RI-RADIUS            PIC 9(3)V99.
            05  RI-MATERIAL-CODE     PIC X(3).
            05  RI-ORDER-NO          PIC 9(8).
            05  RI-UNIT-CODE         PIC X.
            05  RI-LINE-NO           PIC 9(3).

        FD  TRIANGLE-IN.
        01  TRIANGLE-IN-RECORD.
            05  TI-A                 PIC 99V99.
            05  TI-B                 PIC 99V99.
            05  TI-C                 PIC 99V99.
            05  TI-ORDER-NO          PIC 9(8).
            05  TI-MODE              PIC X.
            05  TI-LINE-NO           PIC 9(3).

        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  LABOR-RATES.
            COPY "LABOR-RATES-RECORD.cpy".

        FD  PRICE-AGREEMENT.
            COPY "PRICE-AGREEMENT-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  MATERIAL-XREF.
            COPY "MATERIAL-PART-XREF-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-IMPORT-STATUS      PIC XX.
        01 WS-ERROR-STATUS       PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-RADIUS-STATUS      PIC XX.
        01 WS-TRIANGLE-STATUS    PIC XX.
        01 WS-MATRATE-STATUS     PIC XX.
        01 WS-LABRATE-STATUS     PIC XX.
        01 WS-AGREE-STATUS       PIC XX.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-XREF-STATUS        PIC XX.
        01 WS-IMPORT-EOF         PIC X VALUE "N".
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the order being gathered off the file - the header fields are
      * held here because the next READ overwrites the record area,
      * and the lines are held whole so nothing is written until the
      * entire order has passed
        01 WS-HAVE-ORDER         PIC X VALUE "N".
        01 WS-IMP-CUSTOMER       PIC X(6).
        01 WS-IMP-PO-NO          PIC X(20).
        01 WS-IMP-SHIP-DATE      PIC 9(8).
        01 WS-IMP-PRIORITY       PIC X.
        01 WS-IMP-COUNT          PIC 9(3).
        01 WS-IMP-IDX            PIC 9(3).
        01 WS-IMP-TABLE.
            05 WS-IMP-ROW OCCURS 99 TIMES.
                10 WS-IMP-TYPE       PIC X.
                10 WS-IMP-UNIT       PIC X.
                10 WS-IMP-RADIUS     PIC 9(3)V99.
                10 WS-IMP-MATERIAL   PIC X(3).
                10 WS-IMP-SIDE-A     PIC 99V99.
                10 WS-IMP-SIDE-B     PIC 99V99.
                10 WS-IMP-SIDE-C     PIC 99V99.
                10 WS-IMP-QTY        PIC 9(3).
      *         the per-piece estimate, agreement applied, and the
      *         radius after any millimetre conversion
                10 WS-IMP-EST        PIC 9(7)V99.
                10 WS-IMP-INCHES     PIC 9(3)V99.
        01 WS-IMP-PIECES         PIC 9(5).
        01 WS-PIECE-IDX          PIC 9(3).
        01 WS-ORDER-EST          PIC 9(7)V99.
        01 WS-LINE-DISP          PIC ZZ9.

      * why the order in hand is being turned away - spaces while it
      * is still good; the first failure found is the one reported
        01 WS-REJECT-REASON      PIC X(60).
        01 WS-ORDER-NO-DISP      PIC 9(8).

      * run totals for the foot of the exception report
        01 WS-ORDERS-READ        PIC 9(5) VALUE ZERO.
        01 WS-ORDERS-IMPORTED    PIC 9(5) VALUE ZERO.
        01 WS-ORDERS-HELD        PIC 9(5) VALUE ZERO.
        01 WS-ORDERS-REJECTED    PIC 9(5) VALUE ZERO.
        01 WS-LINES-WRITTEN      PIC 9(7) VALUE ZERO.
        01 WS-LINES-BACKORDERED  PIC 9(7) VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-LINES-DISP         PIC ZZZZZZ9.

      * millimetre lines convert to inches on the way in - multiply
      * by the reciprocal, same as CIRCUMFERENCE's
      * CONVERT-RADIUS-UNITS
        78 INCHES-PER-MM         VALUE 0.03937.
        01 WS-RADIUS-WORK        PIC 9(5)V99.

      * entry-time pricing, same material-plus-setup-plus-labor math
      * WORK-ORDER-ENTRY estimates with
        78 PI                    VALUE 3.14.
        78 CUT-OPERATION         VALUE "CUT".
        01 WS-TYPE-WORK          PIC X.
        01 WS-RADIUS-INCHES      PIC 9(3)V99.
        01 WS-MATERIAL-ENTRY     PIC X(3).
        01 WS-SIDE-A-WORK        PIC 99V99.
        01 WS-SIDE-B-WORK        PIC 99V99.
        01 WS-SIDE-C-WORK        PIC 99V99.
        01 WS-ITEM-AREA          PIC 9(6)V99.
        01 WS-MATERIAL-COST      PIC 9(6)V99.
        01 WS-SETUP-CHARGE       PIC 9(6)V99.
        01 WS-LABOR-COST         PIC 9(6)V99.
        01 WS-EST-VALUE          PIC 9(7)V99.
        01 WS-HERON-S            PIC 9(4)V99.
        01 WS-HERON-PRODUCT      PIC 9(6)V99.
        01 WS-DISCOUNT           PIC 9(6)V99.
        01 WS-AGREED-COST        PIC 9(6)V99.

        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * credit-exposure check against CU-CREDIT-LIMIT, same rule as
      * WORK-ORDER-ENTRY - open orders plus unpaid AR
        01 WS-CUSTOMER-CODE      PIC X(6).
        01 WS-CREDIT-LIMIT       PIC 9(7)V99.
        01 WS-ORDER-HOLD         PIC X VALUE "N".
        01 WS-EXPOSURE           PIC 9(9)V99.

        01 WS-ALLOC-OK           PIC X.

        PROCEDURE DIVISION.
            OPEN INPUT ORDER-IMPORT
            IF WS-IMPORT-STATUS NOT = "00"
                DISPLAY "ORDER-IMPORT.DAT NOT AVAILABLE - STATUS "
                    WS-IMPORT-STATUS
                GOBACK
            END-IF
            PERFORM OPEN-WORK-ORDER
            PERFORM OPEN-WORK-ORDER-LINE
            OPEN OUTPUT IMPORT-ERROR

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "ORDER IMPORT EXCEPTIONS   RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE SPACES TO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE

            PERFORM UNTIL WS-IMPORT-EOF = "Y"
                READ ORDER-IMPORT
                    AT END
                        MOVE "Y" TO WS-IMPORT-EOF
                    NOT AT END
                        PERFORM TAKE-IMPORT-RECORD
                END-READ
            END-PERFORM

      *     the last order on the file has no following header to
      *     close it off
            IF WS-HAVE-ORDER = "Y"
                PERFORM PROCESS-IMPORT-ORDER
            END-IF

            PERFORM WRITE-IMPORT-TOTALS

            CLOSE ORDER-IMPORT
            CLOSE IMPORT-ERROR
            CLOSE WORK-ORDER
            CLOSE WORK-ORDER-LINE

            MOVE WS-ORDERS-IMPORTED TO WS-COUNT-DISP
            DISPLAY "ORDERS IMPORTED: " WS-COUNT-DISP
            MOVE WS-ORDERS-REJECTED TO WS-COUNT-DISP
            DISPLAY "REJECTS LISTED: " WS-COUNT-DISP
                " - SEE ORDER-IMPORT-ERR.DAT"
            GOBACK.

        OPEN-WORK-ORDER.
      *     same create-on-first-use as WORK-ORDER-ENTRY
            OPEN I-O WORK-ORDER
            IF WS-ORDER-STATUS = "35"
                OPEN OUTPUT WORK-ORDER
                CLOSE WORK-ORDER
                OPEN I-O WORK-ORDER
            END-IF.

        OPEN-WORK-ORDER-LINE.
            OPEN I-O WORK-ORDER-LINE
            IF WS-LINE-STATUS = "35"
                OPEN OUTPUT WORK-ORDER-LINE
                CLOSE WORK-ORDER-LINE
                OPEN I-O WORK-ORDER-LINE
            END-IF.

        TAKE-IMPORT-RECORD.
      *     an H record closes off the order before it and opens the
      *     next; L records gather under the open order
            EVALUATE OI-RECORD-TYPE
                WHEN "H"
                    IF WS-HAVE-ORDER = "Y"
                        PERFORM PROCESS-IMPORT-ORDER
                    END-IF
                    PERFORM START-IMPORT-ORDER
                WHEN "L"
                    IF WS-HAVE-ORDER = "Y"
                        PERFORM GATHER-IMPORT-LINE
                    ELSE
      *                 a line ahead of any header belongs to nobody
                        MOVE SPACES TO WS-IMP-CUSTOMER WS-IMP-PO-NO
                        MOVE "LINE RECORD WITH NO ORDER HEADER"
                            TO WS-REJECT-REASON
                        PERFORM WRITE-IMPORT-REJECT
                    END-IF
                WHEN OTHER
                    IF WS-HAVE-ORDER = "Y"
                        IF WS-REJECT-REASON = SPACES
                            MOVE "UNKNOWN RECORD TYPE IN ORDER"
                                TO WS-REJECT-REASON
                        END-IF
                    ELSE
                        MOVE SPACES TO WS-IMP-CUSTOMER WS-IMP-PO-NO
                        MOVE "UNKNOWN RECORD TYPE"
                            TO WS-REJECT-REASON
                        PERFORM WRITE-IMPORT-REJECT
                    END-IF
            END-EVALUATE.

        START-IMPORT-ORDER.
            MOVE "Y" TO WS-HAVE-ORDER
            ADD 1 TO WS-ORDERS-READ
            MOVE OI-CUSTOMER-CODE TO WS-IMP-CUSTOMER
            MOVE OI-CUST-PO-NO TO WS-IMP-PO-NO
            MOVE OI-PRIORITY TO WS-IMP-PRIORITY
            MOVE ZERO TO WS-IMP-COUNT
            MOVE SPACES TO WS-REJECT-REASON
            IF OI-SHIP-DATE IS NUMERIC
                MOVE OI-SHIP-DATE TO WS-IMP-SHIP-DATE
            ELSE
                MOVE ZERO TO WS-IMP-SHIP-DATE
                MOVE "SHIP DATE NOT NUMERIC" TO WS-REJECT-REASON
            END-IF.

        GATHER-IMPORT-LINE.
            IF WS-IMP-COUNT >= 99
                IF WS-REJECT-REASON = SPACES
                    MOVE "MORE THAN 99 LINES ON ONE ORDER"
                        TO WS-REJECT-REASON
                END-IF
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-IMP-COUNT
            MOVE OI-LINE-TYPE TO WS-IMP-TYPE(WS-IMP-COUNT)
            MOVE OI-UNIT-CODE TO WS-IMP-UNIT(WS-IMP-COUNT)
            MOVE OI-RADIUS TO WS-IMP-RADIUS(WS-IMP-COUNT)
            MOVE OI-MATERIAL-CODE TO WS-IMP-MATERIAL(WS-IMP-COUNT)
            MOVE OI-SIDE-A TO WS-IMP-SIDE-A(WS-IMP-COUNT)
            MOVE OI-SIDE-B TO WS-IMP-SIDE-B(WS-IMP-COUNT)
            MOVE OI-SIDE-C TO WS-IMP-SIDE-C(WS-IMP-COUNT)
            MOVE OI-QTY TO WS-IMP-QTY(WS-IMP-COUNT)
            MOVE ZERO TO WS-IMP-EST(WS-IMP-COUNT)
            MOVE ZERO TO WS-IMP-INCHES(WS-IMP-COUNT).

        PROCESS-IMPORT-ORDER.
      *     the whole order passes or none of it is written
            MOVE "N" TO WS-HAVE-ORDER
            IF WS-REJECT-REASON = SPACES
                PERFORM VALIDATE-IMPORT-ORDER
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM WRITE-IMPORT-REJECT
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ORDER-EST TO WS-EST-VALUE
            PERFORM CHECK-CREDIT-EXPOSURE
            PERFORM CREATE-ORDER-HEADER
            IF WS-REJECT-REASON NOT = SPACES
                PERFORM WRITE-IMPORT-REJECT
                EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                    UNTIL WS-IMP-IDX > WS-IMP-COUNT
                PERFORM WRITE-IMPORT-LINES
            END-PERFORM

            ADD 1 TO WS-ORDERS-IMPORTED
            IF WO-STATUS = "CREDHOLD"
                ADD 1 TO WS-ORDERS-HELD
            END-IF
            DISPLAY "ORDER " WO-ORDER-NO " " WO-STATUS
                " FOR " WS-IMP-CUSTOMER " PO " WS-IMP-PO-NO.

        VALIDATE-IMPORT-ORDER.
            MOVE WS-IMP-CUSTOMER TO WS-CUSTOMER-CODE
            PERFORM VALIDATE-CUSTOMER-CODE
            IF WS-CUSTOMER-CODE = SPACES
                MOVE "CUSTOMER NOT ON CUSTOMER-MASTER"
                    TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF

            IF WS-IMP-PO-NO = SPACES
                MOVE "NO CUSTOMER PO NUMBER" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-DUPLICATE-PO
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF

            IF WS-IMP-SHIP-DATE NOT = ZERO
                    AND WS-IMP-SHIP-DATE < WS-TODAY-DATE
                MOVE "SHIP DATE ALREADY PASSED" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF

            IF WS-IMP-COUNT = ZERO
                MOVE "ORDER HAS NO LINES" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-IMP-PIECES
            MOVE ZERO TO WS-ORDER-EST
            PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                    UNTIL WS-IMP-IDX > WS-IMP-COUNT
                        OR WS-REJECT-REASON NOT = SPACES
                PERFORM VALIDATE-IMPORT-LINE
            END-PERFORM
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF

      *     one WORK-ORDER-LINE per piece, and the header's line
      *     count stops at 999
            IF WS-IMP-PIECES > 999
                MOVE "MORE THAN 999 PIECES ON ONE ORDER"
                    TO WS-REJECT-REASON
            END-IF.

        VALIDATE-IMPORT-LINE.
            MOVE WS-IMP-IDX TO WS-LINE-DISP
            IF WS-IMP-QTY(WS-IMP-IDX) NOT NUMERIC
                    OR WS-IMP-QTY(WS-IMP-IDX) = ZERO
                STRING "LINE " WS-LINE-DISP ": NO QUANTITY"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF

            EVALUATE WS-IMP-TYPE(WS-IMP-IDX)
                WHEN "C"
                    PERFORM VALIDATE-CIRCLE-LINE
                WHEN "T"
                    PERFORM VALIDATE-TRIANGLE-LINE
                WHEN OTHER
                    STRING "LINE " WS-LINE-DISP
                           ": TYPE NOT C OR T"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-EVALUATE
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF

            PERFORM PRICE-LINE-ESTIMATE
            MOVE WS-EST-VALUE TO WS-IMP-EST(WS-IMP-IDX)
            ADD WS-IMP-QTY(WS-IMP-IDX) TO WS-IMP-PIECES
            COMPUTE WS-ORDER-EST = WS-ORDER-EST
                + WS-EST-VALUE * WS-IMP-QTY(WS-IMP-IDX)
                ON SIZE ERROR
                    MOVE "ORDER VALUE TOO LARGE TO CARRY"
                        TO WS-REJECT-REASON
            END-COMPUTE.

        VALIDATE-CIRCLE-LINE.
            IF WS-IMP-RADIUS(WS-IMP-IDX) NOT NUMERIC
                    OR WS-IMP-RADIUS(WS-IMP-IDX) = ZERO
                STRING "LINE " WS-LINE-DISP ": NO RADIUS"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF

            EVALUATE WS-IMP-UNIT(WS-IMP-IDX)
                WHEN "M"
                    MOVE WS-IMP-RADIUS(WS-IMP-IDX) TO WS-RADIUS-WORK
                    COMPUTE WS-RADIUS-INCHES ROUNDED =
                        WS-RADIUS-WORK * INCHES-PER-MM
                WHEN "I"
                WHEN SPACE
                    MOVE WS-IMP-RADIUS(WS-IMP-IDX)
                        TO WS-RADIUS-INCHES
                WHEN OTHER
                    STRING "LINE " WS-LINE-DISP
                           ": UNIT NOT I OR M"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE WS-RADIUS-INCHES TO WS-IMP-INCHES(WS-IMP-IDX)

      *     keyed entry lets an unknown material price at zero - an
      *     import has no one at the counter to catch it, so it is
      *     turned away instead
            MOVE WS-IMP-MATERIAL(WS-IMP-IDX) TO MR-MATERIAL-CODE
            OPEN INPUT MATERIAL-RATES
            IF WS-MATRATE-STATUS NOT = "00"
                MOVE "MATERIAL-RATES NOT AVAILABLE"
                    TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            READ MATERIAL-RATES
                INVALID KEY
                    STRING "LINE " WS-LINE-DISP
                           ": MATERIAL " MR-MATERIAL-CODE
                           " NOT ON MATERIAL-RATES"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-READ
            CLOSE MATERIAL-RATES

            MOVE "C" TO WS-TYPE-WORK
            MOVE WS-IMP-MATERIAL(WS-IMP-IDX) TO WS-MATERIAL-ENTRY.

        VALIDATE-TRIANGLE-LINE.
            IF WS-IMP-SIDE-A(WS-IMP-IDX) NOT NUMERIC
                    OR WS-IMP-SIDE-B(WS-IMP-IDX) NOT NUMERIC
                    OR WS-IMP-SIDE-C(WS-IMP-IDX) NOT NUMERIC
                    OR WS-IMP-SIDE-A(WS-IMP-IDX) = ZERO
                    OR WS-IMP-SIDE-B(WS-IMP-IDX) = ZERO
                    OR WS-IMP-SIDE-C(WS-IMP-IDX) = ZERO
                STRING "LINE " WS-LINE-DISP ": MISSING SIDE"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE WS-IMP-SIDE-A(WS-IMP-IDX) TO WS-SIDE-A-WORK
            MOVE WS-IMP-SIDE-B(WS-IMP-IDX) TO WS-SIDE-B-WORK
            MOVE WS-IMP-SIDE-C(WS-IMP-IDX) TO WS-SIDE-C-WORK

      *     three sides that cannot close would only fail in the
      *     HYPOTENUSE pass
            IF WS-SIDE-A-WORK + WS-SIDE-B-WORK <= WS-SIDE-C-WORK
                    OR WS-SIDE-A-WORK + WS-SIDE-C-WORK
                        <= WS-SIDE-B-WORK
                    OR WS-SIDE-B-WORK + WS-SIDE-C-WORK
                        <= WS-SIDE-A-WORK
                STRING "LINE " WS-LINE-DISP
                       ": SIDES DO NOT FORM A TRIANGLE"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "T" TO WS-TYPE-WORK.

        CHECK-DUPLICATE-PO.
      *     a file sent (or run) twice must not double the work
            MOVE ZERO TO WO-ORDER-NO
            START WORK-ORDER KEY >= WO-ORDER-NO
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WO-CUSTOMER-CODE = WS-IMP-CUSTOMER
                                AND WO-CUST-PO-NO = WS-IMP-PO-NO
                            MOVE WO-ORDER-NO TO WS-ORDER-NO-DISP
                            STRING "PO ALREADY ON FILE AS ORDER "
                                   WS-ORDER-NO-DISP
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.

        VALIDATE-CUSTOMER-CODE.
      *     same lookup as WORK-ORDER-ENTRY - spaces the code when
      *     the customer is not on file
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                    WS-CUSTOMER-STATUS
                MOVE SPACES TO WS-CUSTOMER-CODE
            ELSE
                MOVE WS-CUSTOMER-CODE TO CU-CUSTOMER-CODE
                READ CUSTOMER-MASTER
                    INVALID KEY
                        MOVE SPACES TO WS-CUSTOMER-CODE
                    NOT INVALID KEY
                        MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF.

        PRICE-LINE-ESTIMATE.
      *     same material-plus-setup-plus-labor math WORK-ORDER-ENTRY
      *     estimates with, and for a circle the customer's standing
      *     PRICE-AGREEMENT deal the way CIRCUMFERENCE quotes it
            MOVE ZERO TO WS-MATERIAL-COST
            IF WS-TYPE-WORK = "C"
                COMPUTE WS-ITEM-AREA ROUNDED =
                    PI * WS-RADIUS-INCHES * WS-RADIUS-INCHES
                PERFORM LOOKUP-MATERIAL-RATE
                PERFORM APPLY-PRICE-AGREEMENT
            ELSE
                COMPUTE WS-HERON-S =
                    (WS-SIDE-A-WORK + WS-SIDE-B-WORK
                    + WS-SIDE-C-WORK) / 2
                COMPUTE WS-HERON-PRODUCT =
                    WS-HERON-S * (WS-HERON-S - WS-SIDE-A-WORK)
                    * (WS-HERON-S - WS-SIDE-B-WORK)
                    * (WS-HERON-S - WS-SIDE-C-WORK)
                MOVE WS-HERON-PRODUCT TO MLS-NUM1
                CALL "MATH-SQRT" USING MLS-NUM1 MLS-RESULT
                    MLS-STATUS
                IF MLS-STATUS = "E"
                    MOVE ZERO TO WS-ITEM-AREA
                ELSE
                    MOVE MLS-RESULT TO WS-ITEM-AREA
                END-IF
            END-IF

            PERFORM LOOKUP-LABOR-RATE
            COMPUTE WS-EST-VALUE =
                WS-MATERIAL-COST + WS-SETUP-CHARGE + WS-LABOR-COST.

        LOOKUP-MATERIAL-RATE.
            MOVE WS-MATERIAL-ENTRY TO MR-MATERIAL-CODE
            OPEN INPUT MATERIAL-RATES
            IF WS-MATRATE-STATUS NOT = "00"
                MOVE ZERO TO MR-RATE-PER-SQIN
            ELSE
                READ MATERIAL-RATES
                    INVALID KEY
                        MOVE ZERO TO MR-RATE-PER-SQIN
                END-READ
                CLOSE MATERIAL-RATES
            END-IF
            COMPUTE WS-MATERIAL-COST ROUNDED =
                WS-ITEM-AREA * MR-RATE-PER-SQIN.

        APPLY-PRICE-AGREEMENT.
      *     type P takes a percent off the material cost, type R
      *     reprices the area at the agreed rate when that is lower -
      *     only inside the deal's effective window
            MOVE ZERO TO WS-DISCOUNT
            OPEN INPUT PRICE-AGREEMENT
            IF WS-AGREE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-IMP-CUSTOMER TO PA-CUSTOMER-CODE
            MOVE WS-MATERIAL-ENTRY TO PA-MATERIAL-CODE
            READ PRICE-AGREEMENT
                INVALID KEY
                    CLOSE PRICE-AGREEMENT
                    EXIT PARAGRAPH
            END-READ
            CLOSE PRICE-AGREEMENT

            IF WS-TODAY-DATE < PA-EFFECT-FROM
                EXIT PARAGRAPH
            END-IF
            IF PA-EFFECT-TO NOT = ZERO
                    AND WS-TODAY-DATE > PA-EFFECT-TO
                EXIT PARAGRAPH
            END-IF

            IF PA-TYPE = "P"
                COMPUTE WS-DISCOUNT ROUNDED =
                    WS-MATERIAL-COST * PA-VALUE / 100
            ELSE
                COMPUTE WS-AGREED-COST ROUNDED =
                    WS-ITEM-AREA * PA-VALUE
                IF WS-AGREED-COST < WS-MATERIAL-COST
                    COMPUTE WS-DISCOUNT =
                        WS-MATERIAL-COST - WS-AGREED-COST
                END-IF
            END-IF

            IF WS-DISCOUNT > ZERO
                SUBTRACT WS-DISCOUNT FROM WS-MATERIAL-COST
            END-IF.

        LOOKUP-LABOR-RATE.
            MOVE CUT-OPERATION TO LR-OPERATION-CODE
            OPEN INPUT LABOR-RATES
            IF WS-LABRATE-STATUS NOT = "00"
                MOVE ZERO TO LR-SETUP-CHARGE
                MOVE ZERO TO LR-RUN-PER-SQIN
            ELSE
                READ LABOR-RATES
                    INVALID KEY
                        MOVE ZERO TO LR-SETUP-CHARGE
                        MOVE ZERO TO LR-RUN-PER-SQIN
                END-READ
                CLOSE LABOR-RATES
            END-IF
            MOVE LR-SETUP-CHARGE TO WS-SETUP-CHARGE
            COMPUTE WS-LABOR-COST ROUNDED =
                WS-ITEM-AREA * LR-RUN-PER-SQIN.

        CHECK-CREDIT-EXPOSURE.
      *     same rule as WORK-ORDER-ENTRY - open orders still in the
      *     shop plus unpaid AR, against CU-CREDIT-LIMIT; an order
      *     that would push the total over goes CREDHOLD for
      *     CREDIT-HOLD-RELEASE
            MOVE "N" TO WS-ORDER-HOLD
            IF WS-CREDIT-LIMIT = ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-EXPOSURE
            MOVE ZERO TO WO-ORDER-NO
            START WORK-ORDER KEY >= WO-ORDER-NO
                INVALID KEY
                    CONTINUE
            END-START
            IF WS-ORDER-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ WORK-ORDER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF WO-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND (WO-STATUS = "QUEUED"
                                    OR WO-STATUS = "RUN"
                                    OR WO-STATUS = "COMPLETE"
                                    OR WO-STATUS = "SHIPPED")
                                ADD WO-EST-VALUE TO WS-EXPOSURE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            OPEN INPUT AR-LEDGER
            IF WS-LEDGER-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ AR-LEDGER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AR-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND AR-STATUS NOT = "PAID"
                                COMPUTE WS-EXPOSURE =
                                    WS-EXPOSURE + AR-INVOICE-AMOUNT
                                    - AR-PAID-AMOUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AR-LEDGER
            END-IF

            IF WS-EXPOSURE + WS-EST-VALUE > WS-CREDIT-LIMIT
                MOVE "Y" TO WS-ORDER-HOLD
            END-IF.

        CREATE-ORDER-HEADER.
      *     as WORK-ORDER-ENTRY builds it, with the promise date and
      *     priority taken off the customer's PO instead of the
      *     keyboard
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO WO-ORDER-NO
            MOVE WS-CUSTOMER-CODE TO WO-CUSTOMER-CODE
            IF WS-ORDER-HOLD = "Y"
                MOVE "CREDHOLD" TO WO-STATUS
            ELSE
                MOVE "QUEUED" TO WO-STATUS
            END-IF
            MOVE ZERO TO WO-EST-VALUE
            MOVE ZERO TO WO-LINE-COUNT
            MOVE WS-TODAY-DATE TO WO-ENTERED-DATE
            MOVE WS-IMP-SHIP-DATE TO WO-PROMISE-DATE
            IF WS-IMP-PRIORITY = "R" OR WS-IMP-PRIORITY = "r"
                MOVE "R" TO WO-PRIORITY
            ELSE
                MOVE "N" TO WO-PRIORITY
            END-IF
            MOVE WS-IMP-PO-NO TO WO-CUST-PO-NO
            MOVE SPACES TO WO-SALESPERSON-ID
            MOVE ZERO TO WO-SHIP-TO-NO

            WRITE WORK-ORDER-RECORD
                INVALID KEY
                    MOVE WO-ORDER-NO TO WS-ORDER-NO-DISP
                    STRING "ORDER NUMBER COLLISION "
                           WS-ORDER-NO-DISP
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-WRITE.

        WRITE-IMPORT-LINES.
      *     keyed entry carries no quantity on a cut line - each
      *     piece is its own line, as the counter would key it
            MOVE WS-IMP-TYPE(WS-IMP-IDX) TO WS-TYPE-WORK
            MOVE WS-IMP-INCHES(WS-IMP-IDX) TO WS-RADIUS-INCHES
            MOVE WS-IMP-MATERIAL(WS-IMP-IDX) TO WS-MATERIAL-ENTRY
            MOVE WS-IMP-SIDE-A(WS-IMP-IDX) TO WS-SIDE-A-WORK
            MOVE WS-IMP-SIDE-B(WS-IMP-IDX) TO WS-SIDE-B-WORK
            MOVE WS-IMP-SIDE-C(WS-IMP-IDX) TO WS-SIDE-C-WORK
            MOVE WS-IMP-EST(WS-IMP-IDX) TO WS-EST-VALUE
            PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                    UNTIL WS-PIECE-IDX > WS-IMP-QTY(WS-IMP-IDX)
                PERFORM ADD-LINE-RECORD
            END-PERFORM.

        ADD-LINE-RECORD.
      *     same line build as WORK-ORDER-ENTRY - writes the next
      *     line under the header in the record area, rolls the
      *     header's line count and estimate, and stages the
      *     measurement record unless the order is on credit hold
            ADD 1 TO WO-LINE-COUNT
            ADD WS-EST-VALUE TO WO-EST-VALUE

            MOVE WO-ORDER-NO TO WOL-ORDER-NO
            MOVE WO-LINE-COUNT TO WOL-LINE-NO
            MOVE WS-TYPE-WORK TO WOL-TYPE
            MOVE SPACES TO WOL-PART-CODE
            MOVE ZERO TO WOL-BUILD-QTY
            MOVE ZERO TO WOL-INVOICE-NO WOL-BILLED-AMOUNT
            IF WS-TYPE-WORK = "C"
                MOVE WS-RADIUS-INCHES TO WOL-RADIUS
                MOVE WS-MATERIAL-ENTRY TO WOL-MATERIAL-CODE
                MOVE ZERO TO WOL-SIDE-A WOL-SIDE-B WOL-SIDE-C
            ELSE
                MOVE ZERO TO WOL-RADIUS
                MOVE SPACES TO WOL-MATERIAL-CODE
                MOVE WS-SIDE-A-WORK TO WOL-SIDE-A
                MOVE WS-SIDE-B-WORK TO WOL-SIDE-B
                MOVE WS-SIDE-C-WORK TO WOL-SIDE-C
            END-IF
            IF WS-ORDER-HOLD = "Y" OR WO-STATUS = "CREDHOLD"
                MOVE "CREDHOLD" TO WOL-STATUS
            ELSE
                MOVE "QUEUED" TO WOL-STATUS
                IF WS-TYPE-WORK = "C"
                    PERFORM ALLOCATE-LINE-MATERIAL
                    IF WS-ALLOC-OK = "N"
                        MOVE "BACKORD" TO WOL-STATUS
                        IF WO-STATUS = "QUEUED"
                            MOVE "BACKORD" TO WO-STATUS
                        END-IF
                        ADD 1 TO WS-LINES-BACKORDERED
                    END-IF
                END-IF
            END-IF
            MOVE WS-EST-VALUE TO WOL-EST-VALUE
            MOVE ZERO TO WOL-QUOTE-NO
            MOVE ZERO TO WOL-QUOTED-PRICE
            MOVE ZERO TO WOL-BLANKET-NO

            WRITE WORK-ORDER-LINE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: LINE COLLISION ON ORDER "
                        WOL-ORDER-NO
                NOT INVALID KEY
                    REWRITE WORK-ORDER-RECORD
                    ADD 1 TO WS-LINES-WRITTEN
                    IF WOL-STATUS = "QUEUED"
                        PERFORM RELEASE-LINE-ROUTING
                        IF WOL-TYPE = "C"
                            PERFORM STAGE-RADIUS-LINE
                        ELSE
                            PERFORM STAGE-TRIANGLE-LINE
                        END-IF
                    END-IF
            END-WRITE.

        RELEASE-LINE-ROUTING.
            MOVE "R" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            MOVE WOL-TYPE TO RRP-LINE-TYPE
            MOVE WOL-PART-CODE TO RRP-PART-CODE
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS.

        ALLOCATE-LINE-MATERIAL.
      *     same one-blank reservation as WORK-ORDER-ENTRY - a
      *     material with no cross-reference or no master record
      *     allocates nothing and the line proceeds
            MOVE "Y" TO WS-ALLOC-OK
            OPEN INPUT MATERIAL-XREF
            IF WS-XREF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MATERIAL-ENTRY TO MX-MATERIAL-CODE
            READ MATERIAL-XREF
                INVALID KEY
                    CLOSE MATERIAL-XREF
                    EXIT PARAGRAPH
            END-READ
            CLOSE MATERIAL-XREF

            OPEN I-O PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE MX-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    CLOSE PARTS-MASTER
                    EXIT PARAGRAPH
            END-READ
            IF PM-QTY-ALLOCATED NOT NUMERIC
                MOVE ZERO TO PM-QTY-ALLOCATED
            END-IF
            IF PM-QTY-ON-HAND - PM-QTY-ALLOCATED >= 1
                ADD 1 TO PM-QTY-ALLOCATED
                REWRITE PARTS-MASTER-RECORD
            ELSE
                MOVE "N" TO WS-ALLOC-OK
            END-IF
            CLOSE PARTS-MASTER.

        STAGE-RADIUS-LINE.
            OPEN EXTEND RADIUS-IN
            IF WS-RADIUS-STATUS = "05" OR WS-RADIUS-STATUS = "35"
                CLOSE RADIUS-IN
                OPEN OUTPUT RADIUS-IN
            END-IF
            MOVE WOL-RADIUS TO RI-RADIUS
            MOVE WOL-MATERIAL-CODE TO RI-MATERIAL-CODE
            MOVE WOL-ORDER-NO TO RI-ORDER-NO
            MOVE "I" TO RI-UNIT-CODE
            MOVE WOL-LINE-NO TO RI-LINE-NO
            WRITE RADIUS-IN-RECORD
            CLOSE RADIUS-IN.

        STAGE-TRIANGLE-LINE.
            OPEN EXTEND TRIANGLE-IN
            IF WS-TRIANGLE-STATUS = "05" OR WS-TRIANGLE-STATUS = "35"
                CLOSE TRIANGLE-IN
                OPEN OUTPUT TRIANGLE-IN
            END-IF
            MOVE WOL-SIDE-A TO TI-A
            MOVE WOL-SIDE-B TO TI-B
            MOVE WOL-SIDE-C TO TI-C
            MOVE WOL-ORDER-NO TO TI-ORDER-NO
            MOVE "H" TO TI-MODE
            MOVE WOL-LINE-NO TO TI-LINE-NO
            WRITE TRIANGLE-IN-RECORD
            CLOSE TRIANGLE-IN.

        WRITE-IMPORT-REJECT.
            ADD 1 TO WS-ORDERS-REJECTED
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "REJECTED  CUSTOMER " WS-IMP-CUSTOMER
                   "  PO " WS-IMP-PO-NO
                   "  " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE SPACES TO WS-REJECT-REASON.

        WRITE-IMPORT-TOTALS.
            MOVE SPACES TO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-ORDERS-READ TO WS-COUNT-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "ORDERS READ:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-ORDERS-IMPORTED TO WS-COUNT-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "ORDERS IMPORTED:  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-ORDERS-HELD TO WS-COUNT-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "  ON CREDIT HOLD: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-LINES-WRITTEN TO WS-LINES-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "LINES WRITTEN:  " WS-LINES-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-LINES-BACKORDERED TO WS-LINES-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "  BACKORDERED:  " WS-LINES-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE
            MOVE WS-ORDERS-REJECTED TO WS-COUNT-DISP
            MOVE SPACES TO IMPORT-ERROR-LINE
            STRING "REJECTS LISTED:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO IMPORT-ERROR-LINE
            WRITE IMPORT-ERROR-LINE.

            END PROGRAM ORDER-IMPORT.

      * JOB-COST-REPORT - whether a job made money. LABOR-VARIANCE-
      * REPORT only ever compared minutes; this totals the actual
      * cost of every work order and sets it against what the order
      * billed. Material is the order's issues off the
      * PARTS-TRANSACTION journal (pick confirmations and assembly
      * component draws carry the order number) at the part's
      * PART-COST standard; labor is the order's LABOR-ACTUAL minutes
      * at the loaded shop rate off the parameter master; scrap is
      * the pieces scrapped out of the order's lots - LOT-DETAIL ties
      * a lot to its order, LOT-YIELD gives the started and good
      * counts. Outside processing is the vendor charge on each
      * subcontract PO raised against the order - the pieces back
      * from the vendor at the PO's agreed charge, the same price
      * VENDOR-INVOICE-ENTRY matches the vendor's invoice to.
      * Billing is the order's share of each INVOICE-REGISTER
      * invoice net of tax (the share comes off the amounts
      * INVOICE-GENERATE stamped on the billed lines, so the rush
      * surcharge follows the order it was charged to), less the
      * same share of any RMA credit memo against that invoice.
      * Margin prints by order, then rolled up by customer and by
      * material code, and a job that lost money is flagged so
      * estimating can fix the LABOR-RATES and MATERIAL-RATES
      * behind the quote. Written to JOB-COST-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. JOB-COST-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT PARTS-TRANSACTION ASSIGN TO "PARTS-TRANSACTION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

            SELECT PART-COST ASSIGN TO "PART-COST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-PART-CODE
                FILE STATUS IS WS-COST-STATUS.

            SELECT LABOR-ACTUAL ASSIGN TO "LABOR-ACTUAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACTUAL-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT LOT-YIELD ASSIGN TO "LOT-YIELD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-YIELD-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RMA-FILE ASSIGN TO "RMA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RMA-STATUS.

            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

            SELECT JOB-COST-RPT ASSIGN TO "JOB-COST-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  PARTS-TRANSACTION.
            COPY "PARTS-TRANSACTION-RECORD.cpy".

        FD  PART-COST.
            COPY "PART-COST-RECORD.cpy".

        FD  LABOR-ACTUAL.
            COPY "LABOR-ACTUAL-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

        FD  LOT-YIELD.
            COPY "LOT-YIELD-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  RMA-FILE.
            COPY "RMA-RECORD.cpy".

        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  JOB-COST-RPT.
        01  JOB-COST-LINE            PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-JOURNAL-STATUS     PIC XX.
        01 WS-COST-STATUS        PIC XX.
        01 WS-ACTUAL-STATUS      PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-YIELD-STATUS       PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-RMA-STATUS         PIC XX.
        01 WS-PO-STATUS          PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * loaded labor rate per hour - wages plus burden, off the
      * parameter master
        01 WS-LOADED-RATE        PIC 9(3)V99.
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * one row per work order on file
        01 WS-ORD-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-ORD-IDX            PIC 9(3).
        01 WS-ORD-FOUND          PIC 9(3).
        01 WS-WANT-ORDER         PIC 9(8).
        01 WS-ORDER-TABLE.
            05 WS-ORD-ENTRY OCCURS 500 TIMES.
                10 WS-ORD-NO         PIC 9(8).
                10 WS-ORD-CUSTOMER   PIC X(6).
                10 WS-ORD-MATERIAL   PIC X(3).
                10 WS-ORD-MAT-COST   PIC S9(7)V99.
                10 WS-ORD-LAB-COST   PIC 9(7)V99.
                10 WS-ORD-SCRAP-COST PIC 9(7)V99.
                10 WS-ORD-SCRAP-QTY  PIC 9(5).
                10 WS-ORD-OUT-COST   PIC 9(7)V99.
                10 WS-ORD-BILLED     PIC 9(7)V99.
                10 WS-ORD-CREDIT     PIC 9(7)V99.

      * each order's share of each invoice it went out on - the
      * line amounts INVOICE-GENERATE stamped, summed per order
        01 WS-BILL-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-BILL-IDX           PIC 9(3).
        01 WS-BILL-FOUND         PIC 9(3).
        01 WS-BILL-TABLE.
            05 WS-BILL-ENTRY OCCURS 500 TIMES.
                10 WS-BILL-INVOICE   PIC 9(8).
                10 WS-BILL-ORD-IDX   PIC 9(3).
                10 WS-BILL-LINES     PIC 9(7)V99.
        01 WS-WANT-INVOICE       PIC 9(8).
        01 WS-INVOICE-LINES      PIC 9(9)V99.
      * B - spreading an invoice's billing, C - an RMA credit
        01 WS-SPREAD-KIND        PIC X.
        01 WS-INVOICE-NET        PIC 9(9)V99.

      * which order each lot was made against
        01 WS-LOT-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-LOT-IDX            PIC 9(3).
        01 WS-LOT-FOUND          PIC 9(3).
        01 WS-LOT-TABLE.
            05 WS-LOT-ENTRY OCCURS 300 TIMES.
                10 WS-LOT-NUMBER     PIC 9(6).
                10 WS-LOT-ORD-IDX    PIC 9(3).
                10 WS-LOT-PART       PIC X(6).

      * roll-ups
        01 WS-CUS-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-CUS-IDX            PIC 9(3).
        01 WS-CUS-FOUND          PIC 9(3).
        01 WS-CUSTOMER-TABLE.
            05 WS-CUS-ENTRY OCCURS 100 TIMES.
                10 WS-CUS-CODE       PIC X(6).
                10 WS-CUS-COST       PIC S9(9)V99.
                10 WS-CUS-REVENUE    PIC S9(9)V99.
        01 WS-MAT-COUNT          PIC 9(2) VALUE ZERO.
        01 WS-MAT-IDX            PIC 9(2).
        01 WS-MAT-FOUND          PIC 9(2).
        01 WS-MATERIAL-TABLE.
            05 WS-MAT-ENTRY OCCURS 20 TIMES.
                10 WS-MAT-CODE       PIC X(3).
                10 WS-MAT-COST       PIC S9(9)V99.
                10 WS-MAT-REVENUE    PIC S9(9)V99.

        01 WS-MOVE-QTY           PIC S9(5).
        01 WS-UNIT-COST          PIC 9(5)V99.
        01 WS-SHARE              PIC 9(7)V99.
        01 WS-TOTAL-COST         PIC S9(9)V99.
        01 WS-NET-REVENUE        PIC S9(9)V99.
        01 WS-MARGIN             PIC S9(9)V99.
        01 WS-MARGIN-PCT         PIC S9(5)V9.
        01 WS-LOSS-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-JOB-COUNT          PIC 9(5) VALUE ZERO.
        01 WS-GRAND-COST         PIC S9(9)V99 VALUE ZERO.
        01 WS-GRAND-REVENUE      PIC S9(9)V99 VALUE ZERO.

        01 WS-COST-DISP          PIC ZZZZZZ9.99-.
        01 WS-REV-DISP           PIC ZZZZZZ9.99-.
        01 WS-MARGIN-DISP        PIC ZZZZZZ9.99-.
        01 WS-PCT-DISP           PIC ZZZ9.9-.
        01 WS-AMT-DISP           PIC ZZZZZZ9.99-.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-LOSS-FLAG          PIC X(10).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            MOVE "LOADED-LABOR-RATE" TO SPL-PARAM-KEY
            MOVE "JOB COST LABOR RATE PER HOUR, BURDENED"
                TO SPL-DESCRIPTION
            MOVE 42.00 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-LOADED-RATE

            PERFORM LOAD-ORDERS
            IF WS-ORD-COUNT = ZERO
                DISPLAY "NO WORK ORDERS ON FILE - NOTHING TO COST"
                GOBACK
            END-IF

            OPEN INPUT PART-COST
            PERFORM GATHER-LINE-BILLING
            PERFORM GATHER-MATERIAL-ISSUES
            PERFORM GATHER-LABOR
            PERFORM GATHER-LOT-SCRAP
            PERFORM GATHER-OUTSIDE-PROCESSING
            PERFORM APPLY-INVOICE-REGISTER
            PERFORM APPLY-RMA-CREDITS
            IF WS-COST-STATUS = "00"
                CLOSE PART-COST
            END-IF

            PERFORM WRITE-JOB-COST-REPORT

            DISPLAY "JOB COST REPORT WRITTEN TO JOB-COST-RPT.DAT - "
                "JOBS: " WS-JOB-COUNT " LOSING: " WS-LOSS-COUNT

            GOBACK.

        LOAD-ORDERS.
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-ORD-COUNT < 500
                            ADD 1 TO WS-ORD-COUNT
                            INITIALIZE WS-ORD-ENTRY(WS-ORD-COUNT)
                            MOVE WO-ORDER-NO TO
                                WS-ORD-NO(WS-ORD-COUNT)
                            MOVE WO-CUSTOMER-CODE TO
                                WS-ORD-CUSTOMER(WS-ORD-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER.

        GATHER-LINE-BILLING.
      *     an order's material code is its first line's, the same
      *     charge-to-the-first-line rule LABOR-VARIANCE-REPORT uses;
      *     triangle and assembly lines carry TRI and ASM the way
      *     SALES-HISTORY buckets them
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM TAKE-ONE-LINE
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-LINE.

        TAKE-ONE-LINE.
            MOVE WOL-ORDER-NO TO WS-WANT-ORDER
            PERFORM LOCATE-ORDER
            IF WS-ORD-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-ORD-MATERIAL(WS-ORD-FOUND) = SPACES
                EVALUATE WOL-TYPE
                    WHEN "T"
                        MOVE "TRI" TO WS-ORD-MATERIAL(WS-ORD-FOUND)
                    WHEN "A"
                        MOVE "ASM" TO WS-ORD-MATERIAL(WS-ORD-FOUND)
                    WHEN OTHER
                        MOVE WOL-MATERIAL-CODE TO
                            WS-ORD-MATERIAL(WS-ORD-FOUND)
                END-EVALUATE
            END-IF

      *     lines billed before the stamp existed carry spaces and
      *     cannot be placed on an invoice
            IF WOL-STATUS NOT = "INVOICED"
                    OR WOL-INVOICE-NO NOT NUMERIC
                    OR WOL-BILLED-AMOUNT NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF WOL-INVOICE-NO = ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-BILL-FOUND
            PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                    UNTIL WS-BILL-IDX > WS-BILL-COUNT
                IF WS-BILL-INVOICE(WS-BILL-IDX) = WOL-INVOICE-NO
                        AND WS-BILL-ORD-IDX(WS-BILL-IDX)
                            = WS-ORD-FOUND
                    MOVE WS-BILL-IDX TO WS-BILL-FOUND
                END-IF
            END-PERFORM
            IF WS-BILL-FOUND = ZERO
                IF WS-BILL-COUNT >= 500
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-BILL-COUNT
                MOVE WS-BILL-COUNT TO WS-BILL-FOUND
                MOVE WOL-INVOICE-NO TO WS-BILL-INVOICE(WS-BILL-FOUND)
                MOVE WS-ORD-FOUND TO WS-BILL-ORD-IDX(WS-BILL-FOUND)
                MOVE ZERO TO WS-BILL-LINES(WS-BILL-FOUND)
            END-IF
            ADD WOL-BILLED-AMOUNT TO WS-BILL-LINES(WS-BILL-FOUND).

        LOCATE-ORDER.
            MOVE ZERO TO WS-ORD-FOUND
            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                    UNTIL WS-ORD-IDX > WS-ORD-COUNT
                IF WS-ORD-NO(WS-ORD-IDX) = WS-WANT-ORDER
                    MOVE WS-ORD-IDX TO WS-ORD-FOUND
                    MOVE WS-ORD-COUNT TO WS-ORD-IDX
                END-IF
            END-PERFORM.

        GATHER-MATERIAL-ISSUES.
      *     an issue to an order is stock going out (before over
      *     after) with the order on the entry; stock coming back
      *     against the same order nets it down. Scrap postings are
      *     the scrap column's, not material's.
            OPEN INPUT PARTS-TRANSACTION
            IF WS-JOURNAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-TRANSACTION
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PT-ORDER-NO NUMERIC
                                AND PT-ORDER-NO > ZERO
                                AND PT-PROGRAM NOT = "SCRAP-ENTRY"
                            PERFORM COST-ONE-ISSUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTS-TRANSACTION.

        COST-ONE-ISSUE.
            MOVE PT-ORDER-NO TO WS-WANT-ORDER
            PERFORM LOCATE-ORDER
            IF WS-ORD-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-MOVE-QTY = PT-BEFORE-QTY - PT-AFTER-QTY
            MOVE PT-PART-CODE TO PC-PART-CODE
            PERFORM LOOKUP-UNIT-COST
            COMPUTE WS-ORD-MAT-COST(WS-ORD-FOUND) =
                WS-ORD-MAT-COST(WS-ORD-FOUND)
                + WS-MOVE-QTY * WS-UNIT-COST.

        LOOKUP-UNIT-COST.
      *     a part with no standard on file costs nothing rather
      *     than stopping the report - PART-COST-MAINTENANCE owns
      *     the gap
            MOVE ZERO TO WS-UNIT-COST
            IF WS-COST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            READ PART-COST
                NOT INVALID KEY
                    MOVE PC-UNIT-COST TO WS-UNIT-COST
            END-READ.

        GATHER-LABOR.
            OPEN INPUT LABOR-ACTUAL
            IF WS-ACTUAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LABOR-ACTUAL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LA-ORDER-NO TO WS-WANT-ORDER
                        PERFORM LOCATE-ORDER
                        IF WS-ORD-FOUND > ZERO
                            COMPUTE WS-ORD-LAB-COST(WS-ORD-FOUND)
                                ROUNDED =
                                WS-ORD-LAB-COST(WS-ORD-FOUND)
                                + LA-MINUTES * WS-LOADED-RATE / 60
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LABOR-ACTUAL.

        GATHER-OUTSIDE-PROCESSING.
      *     only what has come back is charged - the vendor bills
      *     for the pieces it returned, and a piece it lost is
      *     already on the material line through the write-off
            OPEN INPUT PURCHASE-ORDER
            IF WS-PO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURCHASE-ORDER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PO-TYPE = "O"
                                AND PO-RECEIVED-QTY NUMERIC
                                AND PO-UNIT-PRICE NUMERIC
                            MOVE PO-WORK-ORDER TO WS-WANT-ORDER
                            PERFORM LOCATE-ORDER
                            IF WS-ORD-FOUND > ZERO
                                COMPUTE WS-ORD-OUT-COST(WS-ORD-FOUND)
                                    = WS-ORD-OUT-COST(WS-ORD-FOUND)
                                    + PO-RECEIVED-QTY * PO-UNIT-PRICE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER.

        GATHER-LOT-SCRAP.
      *     first pass over the details learns which order each lot
      *     was made for; LOT-YIELD then says how many of the lot
      *     were lost, costed at the lot part's standard
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
                        IF LD-ORDER-NO NUMERIC
                                AND LD-ORDER-NO > ZERO
                            PERFORM NOTE-ORDER-LOT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-DETAIL

            IF WS-LOT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT LOT-YIELD
            IF WS-YIELD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-YIELD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM COST-ONE-LOT-YIELD
                END-READ
            END-PERFORM
            CLOSE LOT-YIELD.

        NOTE-ORDER-LOT.
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-NUMBER(WS-LOT-IDX) = LD-LOT-NUMBER
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            MOVE LD-ORDER-NO TO WS-WANT-ORDER
            PERFORM LOCATE-ORDER
            IF WS-ORD-FOUND = ZERO OR WS-LOT-COUNT >= 300
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LOT-COUNT
            MOVE LD-LOT-NUMBER TO WS-LOT-NUMBER(WS-LOT-COUNT)
            MOVE WS-ORD-FOUND TO WS-LOT-ORD-IDX(WS-LOT-COUNT)
            MOVE LD-PART-CODE TO WS-LOT-PART(WS-LOT-COUNT).

        COST-ONE-LOT-YIELD.
            MOVE ZERO TO WS-LOT-FOUND
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-NUMBER(WS-LOT-IDX) = LY-LOT-NUMBER
                    MOVE WS-LOT-IDX TO WS-LOT-FOUND
                END-IF
            END-PERFORM
            IF WS-LOT-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF LY-GOOD-QTY >= LY-STARTED-QTY
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOT-ORD-IDX(WS-LOT-FOUND) TO WS-ORD-FOUND
            COMPUTE WS-MOVE-QTY = LY-STARTED-QTY - LY-GOOD-QTY
            MOVE WS-LOT-PART(WS-LOT-FOUND) TO PC-PART-CODE
            PERFORM LOOKUP-UNIT-COST
            ADD WS-MOVE-QTY TO WS-ORD-SCRAP-QTY(WS-ORD-FOUND)
            COMPUTE WS-ORD-SCRAP-COST(WS-ORD-FOUND) =
                WS-ORD-SCRAP-COST(WS-ORD-FOUND)
                + WS-MOVE-QTY * WS-UNIT-COST.

        APPLY-INVOICE-REGISTER.
      *     the register invoice net of tax is the revenue; each
      *     order on it takes its line share
            OPEN INPUT INVOICE-REGISTER
            IF WS-REGISTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INVOICE-REGISTER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF IR-DOC-TYPE NOT = "C"
                            COMPUTE WS-INVOICE-NET =
                                IR-TOTAL-AMOUNT - IR-TAX-AMOUNT
                            MOVE IR-INVOICE-NO TO WS-WANT-INVOICE
                            MOVE "B" TO WS-SPREAD-KIND
                            PERFORM SPREAD-OVER-ORDERS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        SPREAD-OVER-ORDERS.
      *     WS-INVOICE-NET is split across the invoice's orders in
      *     proportion to their stamped line amounts
            MOVE ZERO TO WS-INVOICE-LINES
            PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                    UNTIL WS-BILL-IDX > WS-BILL-COUNT
                IF WS-BILL-INVOICE(WS-BILL-IDX)
                        = WS-WANT-INVOICE
                    ADD WS-BILL-LINES(WS-BILL-IDX) TO WS-INVOICE-LINES
                END-IF
            END-PERFORM
            IF WS-INVOICE-LINES = ZERO
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                    UNTIL WS-BILL-IDX > WS-BILL-COUNT
                IF WS-BILL-INVOICE(WS-BILL-IDX)
                        = WS-WANT-INVOICE
                    COMPUTE WS-SHARE ROUNDED =
                        WS-INVOICE-NET * WS-BILL-LINES(WS-BILL-IDX)
                        / WS-INVOICE-LINES
                    MOVE WS-BILL-ORD-IDX(WS-BILL-IDX) TO WS-ORD-FOUND
                    IF WS-SPREAD-KIND = "C"
                        ADD WS-SHARE TO WS-ORD-CREDIT(WS-ORD-FOUND)
                    ELSE
                        ADD WS-SHARE TO WS-ORD-BILLED(WS-ORD-FOUND)
                    END-IF
                END-IF
            END-PERFORM.

        APPLY-RMA-CREDITS.
      *     a credit memo against an invoice comes off the orders
      *     that invoice billed, in the same proportion
            OPEN INPUT RMA-FILE
            IF WS-RMA-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ RMA-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RM-CREDIT-AMOUNT NUMERIC
                                AND RM-CREDIT-AMOUNT > ZERO
                            MOVE RM-CREDIT-AMOUNT TO WS-INVOICE-NET
                            MOVE RM-INVOICE-NO TO WS-WANT-INVOICE
                            MOVE "C" TO WS-SPREAD-KIND
                            PERFORM SPREAD-OVER-ORDERS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RMA-FILE.

        WRITE-JOB-COST-REPORT.
            OPEN OUTPUT JOB-COST-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO JOB-COST-LINE
                WRITE JOB-COST-LINE
            END-IF

            MOVE SPACES TO JOB-COST-LINE
            STRING "JOB COST AND MARGIN REPORT - RUN DATE: "
                   WS-TODAY-DATE
                   "   LOADED LABOR RATE/HR: " WS-LOADED-RATE
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE SPACES TO JOB-COST-LINE
            WRITE JOB-COST-LINE

            MOVE SPACES TO JOB-COST-LINE
            STRING "--- BY ORDER ---"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE SPACES TO JOB-COST-LINE
            STRING "ORDER    CUST   MAT   MATERIAL     LABOR"
                   "        SCRAP     OUTSIDE   NET BILLED"
                   "       MARGIN    PCT"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE

            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                    UNTIL WS-ORD-IDX > WS-ORD-COUNT
                PERFORM WRITE-ORDER-LINE
            END-PERFORM

            MOVE SPACES TO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE SPACES TO JOB-COST-LINE
            STRING "--- BY CUSTOMER ---"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                    UNTIL WS-CUS-IDX > WS-CUS-COUNT
                MOVE WS-CUS-COST(WS-CUS-IDX) TO WS-TOTAL-COST
                MOVE WS-CUS-REVENUE(WS-CUS-IDX) TO WS-NET-REVENUE
                PERFORM COMPUTE-MARGIN
                MOVE SPACES TO JOB-COST-LINE
                STRING WS-CUS-CODE(WS-CUS-IDX)
                       "   COST " WS-COST-DISP
                       "   BILLED " WS-REV-DISP
                       "   MARGIN " WS-MARGIN-DISP
                       " " WS-PCT-DISP "%"
                       DELIMITED BY SIZE INTO JOB-COST-LINE
                WRITE JOB-COST-LINE
            END-PERFORM

            MOVE SPACES TO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE SPACES TO JOB-COST-LINE
            STRING "--- BY MATERIAL ---"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                MOVE WS-MAT-COST(WS-MAT-IDX) TO WS-TOTAL-COST
                MOVE WS-MAT-REVENUE(WS-MAT-IDX) TO WS-NET-REVENUE
                PERFORM COMPUTE-MARGIN
                MOVE SPACES TO JOB-COST-LINE
                STRING WS-MAT-CODE(WS-MAT-IDX)
                       "      COST " WS-COST-DISP
                       "   BILLED " WS-REV-DISP
                       "   MARGIN " WS-MARGIN-DISP
                       " " WS-PCT-DISP "%"
                       DELIMITED BY SIZE INTO JOB-COST-LINE
                WRITE JOB-COST-LINE
            END-PERFORM

            MOVE SPACES TO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE WS-GRAND-COST TO WS-TOTAL-COST
            MOVE WS-GRAND-REVENUE TO WS-NET-REVENUE
            PERFORM COMPUTE-MARGIN
            MOVE SPACES TO JOB-COST-LINE
            STRING "SHOP TOTAL   COST " WS-COST-DISP
                   "   BILLED " WS-REV-DISP
                   "   MARGIN " WS-MARGIN-DISP
                   " " WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE WS-JOB-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO JOB-COST-LINE
            STRING "JOBS COSTED: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE
            MOVE WS-LOSS-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO JOB-COST-LINE
            STRING "JOBS THAT LOST MONEY: " WS-COUNT-DISP
                   " - REVIEW LABOR-RATES/MATERIAL-RATES"
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            WRITE JOB-COST-LINE

            CLOSE JOB-COST-RPT.

        WRITE-ORDER-LINE.
      *     an order with no cost and no billing yet has nothing to
      *     say
            COMPUTE WS-TOTAL-COST = WS-ORD-MAT-COST(WS-ORD-IDX)
                + WS-ORD-LAB-COST(WS-ORD-IDX)
                + WS-ORD-SCRAP-COST(WS-ORD-IDX)
                + WS-ORD-OUT-COST(WS-ORD-IDX)
            COMPUTE WS-NET-REVENUE = WS-ORD-BILLED(WS-ORD-IDX)
                - WS-ORD-CREDIT(WS-ORD-IDX)
            IF WS-TOTAL-COST = ZERO AND WS-NET-REVENUE = ZERO
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-JOB-COUNT
            ADD WS-TOTAL-COST TO WS-GRAND-COST
            ADD WS-NET-REVENUE TO WS-GRAND-REVENUE
            PERFORM ROLL-UP-CUSTOMER
            PERFORM ROLL-UP-MATERIAL

            PERFORM COMPUTE-MARGIN
      *     only a billed job can have lost money - an unbilled one
      *     is still work in process
            MOVE SPACES TO WS-LOSS-FLAG
            IF WS-ORD-BILLED(WS-ORD-IDX) > ZERO
                    AND WS-MARGIN < ZERO
                MOVE "** LOSS **" TO WS-LOSS-FLAG
                ADD 1 TO WS-LOSS-COUNT
            END-IF

            MOVE SPACES TO JOB-COST-LINE
            MOVE WS-ORD-MAT-COST(WS-ORD-IDX) TO WS-AMT-DISP
            STRING WS-ORD-NO(WS-ORD-IDX)
                   " " WS-ORD-CUSTOMER(WS-ORD-IDX)
                   " " WS-ORD-MATERIAL(WS-ORD-IDX)
                   " " WS-AMT-DISP
                   DELIMITED BY SIZE INTO JOB-COST-LINE
            MOVE WS-ORD-LAB-COST(WS-ORD-IDX) TO WS-AMT-DISP
            MOVE WS-AMT-DISP TO JOB-COST-LINE(35:11)
            MOVE WS-ORD-SCRAP-COST(WS-ORD-IDX) TO WS-AMT-DISP
            MOVE WS-AMT-DISP TO JOB-COST-LINE(47:11)
            MOVE WS-ORD-OUT-COST(WS-ORD-IDX) TO WS-AMT-DISP
            MOVE WS-AMT-DISP TO JOB-COST-LINE(59:11)
            MOVE WS-REV-DISP TO JOB-COST-LINE(72:11)
            MOVE WS-MARGIN-DISP TO JOB-COST-LINE(85:11)
            MOVE WS-PCT-DISP TO JOB-COST-LINE(97:7)
            MOVE WS-LOSS-FLAG TO JOB-COST-LINE(106:10)
            WRITE JOB-COST-LINE.

        COMPUTE-MARGIN.
            COMPUTE WS-MARGIN = WS-NET-REVENUE - WS-TOTAL-COST
            IF WS-NET-REVENUE > ZERO
                COMPUTE WS-MARGIN-PCT ROUNDED =
                    WS-MARGIN * 100 / WS-NET-REVENUE
            ELSE
                MOVE ZERO TO WS-MARGIN-PCT
            END-IF
            MOVE WS-TOTAL-COST TO WS-COST-DISP
            MOVE WS-NET-REVENUE TO WS-REV-DISP
            MOVE WS-MARGIN TO WS-MARGIN-DISP
            MOVE WS-MARGIN-PCT TO WS-PCT-DISP.

        ROLL-UP-CUSTOMER.
            MOVE ZERO TO WS-CUS-FOUND
            PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                    UNTIL WS-CUS-IDX > WS-CUS-COUNT
                IF WS-CUS-CODE(WS-CUS-IDX) = WS-ORD-CUSTOMER(WS-ORD-IDX)
                    MOVE WS-CUS-IDX TO WS-CUS-FOUND
                END-IF
            END-PERFORM
            IF WS-CUS-FOUND = ZERO
                IF WS-CUS-COUNT >= 100
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-CUS-COUNT
                MOVE WS-CUS-COUNT TO WS-CUS-FOUND
                MOVE WS-ORD-CUSTOMER(WS-ORD-IDX) TO
                    WS-CUS-CODE(WS-CUS-FOUND)
                MOVE ZERO TO WS-CUS-COST(WS-CUS-FOUND)
                MOVE ZERO TO WS-CUS-REVENUE(WS-CUS-FOUND)
            END-IF
            ADD WS-TOTAL-COST TO WS-CUS-COST(WS-CUS-FOUND)
            ADD WS-NET-REVENUE TO WS-CUS-REVENUE(WS-CUS-FOUND).

        ROLL-UP-MATERIAL.
            MOVE ZERO TO WS-MAT-FOUND
            PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                    UNTIL WS-MAT-IDX > WS-MAT-COUNT
                IF WS-MAT-CODE(WS-MAT-IDX) = WS-ORD-MATERIAL(WS-ORD-IDX)
                    MOVE WS-MAT-IDX TO WS-MAT-FOUND
                END-IF
            END-PERFORM
            IF WS-MAT-FOUND = ZERO
                IF WS-MAT-COUNT >= 20
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-MAT-COUNT
                MOVE WS-MAT-COUNT TO WS-MAT-FOUND
                MOVE WS-ORD-MATERIAL(WS-ORD-IDX) TO
                    WS-MAT-CODE(WS-MAT-FOUND)
                MOVE ZERO TO WS-MAT-COST(WS-MAT-FOUND)
                MOVE ZERO TO WS-MAT-REVENUE(WS-MAT-FOUND)
            END-IF
            ADD WS-TOTAL-COST TO WS-MAT-COST(WS-MAT-FOUND)
            ADD WS-NET-REVENUE TO WS-MAT-REVENUE(WS-MAT-FOUND).

            END PROGRAM JOB-COST-REPORT.

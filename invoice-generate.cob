      * INVOICE-GENERATE - turns SHIPPED work-order lines into
      * numbered invoices, one invoice per customer per run - or per
      * customer and ship-to, when orders went to more than one of
      * its delivery points, since each ship-to is taxed at its own
      * jurisdiction (ship confirmation through SHIP-CONFIRM is what
      * releases work for billing), priced from the
      * same MATERIAL-RATES and LABOR-RATES the quoting math uses.
      * A foreign-currency customer's invoice prints in their own
      * currency at the EXCHANGE-RATES rate of the run date; the
      * register and AR ledger keep the home-currency equivalent
      * beside it, and a customer whose currency has no rate on
      * file is left SHIPPED for the next run.
      * Prepay-and-add freight rated at SHIP-CONFIRM bills back as
      * a freight line, inside the taxable subtotal only where the
      * delivery jurisdiction taxes freight.
      * A deposit or progress payment held on CUSTOMER-DEPOSIT for
      * an order comes off the invoice that bills the order's last
      * line, printed as a deduction under the invoice total; the
      * AR item opens already paid down by it.
      * Completed items are pulled off WORK-ORDER.DAT through the
      * SORT verb so each customer's items come out together, the
      * invoice number comes from the shared TICKET-SEQUENCE
                RECORD KEY IS TX-JURIS-CODE
                FILE STATUS IS WS-TAXRATE-STATUS.

      *     tax is owed where the goods are delivered - an order sent
      *     to one of the customer's SHIP-TO points is taxed at that
      *     point's jurisdiction instead of the customer's own
            SELECT SHIP-TO ASSIGN TO "SHIP-TO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ST-SHIP-TO-KEY
                FILE STATUS IS WS-SHIPTO-STATUS.

      *     invoice detail summarized by month/customer/material -
      *     the register purges at month end, this file is what the
      *     sales-analysis report still remembers last year from
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

      *     deposits taken against orders at CASH-RECEIPTS-ENTRY,
      *     held until the order's final invoice
            SELECT CUSTOMER-DEPOSIT ASSIGN TO "CUSTOMER-DEPOSIT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DP-DEPOSIT-KEY
                FILE STATUS IS WS-DEPOSIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
        SD  INVOICE-WORK.
        01  INVOICE-WORK-RECORD.
            05  IW-CUSTOMER-CODE     PIC X(6).
      *     the order's delivery point - zero is the customer's own
      *     address; each ship-to bills on an invoice of its own
            05  IW-SHIP-TO-NO        PIC 9(3).
            05  IW-ORDER-NO          PIC 9(8).
            05  IW-LINE-NO           PIC 9(3).
            05  IW-TYPE              PIC X.
      *     quoted total is honored instead of today's rates
            05  IW-QUOTE-NO          PIC 9(8).
            05  IW-QUOTED-PRICE      PIC 9(6)V99.
      *     nonzero when the line was released off a blanket order -
      *     the blanket's piece price in IW-QUOTED-PRICE is honored
      *     the same way
            05  IW-BLANKET-NO        PIC 9(8).

        FD  INVOICE-PRINT.
        01  INVOICE-PRINT-LINE      PIC X(80).
        FD  TAX-RATES.
            COPY "TAX-RATE-RECORD.cpy".

        FD  SHIP-TO.
            COPY "SHIP-TO-RECORD.cpy".

        FD  SALES-HISTORY.
            COPY "SALES-HISTORY-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  CUSTOMER-DEPOSIT.
            COPY "CUSTOMER-DEPOSIT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        78 PI                   VALUE 3.14.
        78 CUT-OPERATION        VALUE "CUT".
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-TAXRATE-STATUS     PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-SHIPTO-STATUS      PIC XX.
        01 WS-DEPOSIT-STATUS     PIC XX.

      * orders whose last line bills on the invoice in hand - their
      * held deposits come off it at close-out
        78 MAX-FINAL-ORDERS      VALUE 200.
        01 WS-FINAL-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-FINAL-IDX          PIC 9(3).
        01 WS-FINAL-TABLE.
            05 WS-FINAL-ORDER    PIC 9(8) OCCURS 200 TIMES.
        01 WS-DEPOSIT-EOF        PIC X.
        01 WS-DEPOSIT-FOREIGN    PIC 9(9)V99.
        01 WS-DEPOSIT-RELIEF     PIC 9(9)V99.
        01 WS-BALANCE-FOREIGN    PIC 9(9)V99.
        01 WS-DEP-APPLY-FOREIGN  PIC 9(9)V99.
        01 WS-DEP-OPEN-FOREIGN   PIC 9(9)V99.
        01 WS-DEP-AR-RELIEF      PIC 9(9)V99.

      * expedite surcharge per rush order on the invoice - rush work
      * stops being free
        01 WS-LAST-ORDER-NO      PIC 9(8).
        01 WS-SURCHARGE-DISP     PIC ZZZZZZ9.99.

      * sales-tax line per invoice - rate by the ship-to's
      * jurisdiction (the customer's own when the ship-to names
      * none), exempt customers print their certificate
        01 WS-CURRENT-SHIP-TO    PIC 9(3) VALUE ZERO.
        01 WS-SHIP-TAX-JURIS     PIC X(4).
        01 WS-TAX-AMOUNT         PIC 9(7)V99.
        01 WS-TAX-JURIS          PIC X(4).
        01 WS-EXEMPT-CERT        PIC X(12).
        01 WS-TAXABLE-FLAG       PIC X.
        01 WS-TAX-RATE           PIC 9(2)V999.

      * prepay-and-add freight SHIP-CONFIRM rated onto the orders -
      * billed back as its own line, taxed only where the
      * jurisdiction's TAX-RATES row says freight is taxable
        01 WS-FREIGHT-TOTAL      PIC 9(7)V99.
        01 WS-FOREIGN-FREIGHT    PIC 9(9)V99.
        01 WS-FREIGHT-ORDERS     PIC 9(3).
        01 WS-FREIGHT-TAXABLE    PIC X.
        01 WS-UNTAXED-FREIGHT    PIC 9(7)V99.
        01 WS-FOREIGN-UNTAXED    PIC 9(9)V99.
        01 WS-TAX-DISP           PIC ZZZZZZ9.99.

      * the customer's currency - amounts are priced and booked in
      * home currency and converted at the run date's rate for the
      * printed invoice; a customer with no rate is skipped whole
        COPY "EXCHANGE-RATE-PARAMS.cpy".
        01 WS-INVOICE-CURRENCY   PIC X(3).
        01 WS-SKIP-CUSTOMER      PIC X VALUE "N".
        01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-FOREIGN-ITEM       PIC 9(9)V99.
        01 WS-FOREIGN-TOTAL      PIC 9(9)V99.
        01 WS-FOREIGN-TAX        PIC 9(9)V99.
        01 WS-RATE-DISP          PIC ZZ9.999999.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".

        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

        01 WS-AMOUNT-DISP        PIC ZZZZZZZZ9.99.
        01 WS-TOTAL-DISP         PIC ZZZZZZZZ9.99.

      * the fiscal posting lock - see period-check.cob
      * master - see system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE

                OPEN I-O SALES-HISTORY
            END-IF

      *     no deposit file yet just means no deposits to apply
            OPEN I-O CUSTOMER-DEPOSIT

            SORT INVOICE-WORK
                ON ASCENDING KEY IW-CUSTOMER-CODE
                ON ASCENDING KEY IW-SHIP-TO-NO
                ON ASCENDING KEY IW-ORDER-NO
                ON ASCENDING KEY IW-LINE-NO
                INPUT PROCEDURE IS PULL-COMPLETED-LINES
            CLOSE INVOICE-REGISTER
            CLOSE AR-LEDGER
            CLOSE SALES-HISTORY
            IF WS-DEPOSIT-STATUS = "00"
                CLOSE CUSTOMER-DEPOSIT
            END-IF

            DISPLAY "INVOICE GENERATION COMPLETE - INVOICES: "
                WS-INVOICE-COUNT
            IF WS-SKIPPED-COUNT > ZERO
                DISPLAY "CUSTOMERS HELD FOR NO EXCHANGE RATE: "
                    WS-SKIPPED-COUNT
            END-IF

            GOBACK.

            END-READ

            MOVE WO-CUSTOMER-CODE TO IW-CUSTOMER-CODE
            IF WO-SHIP-TO-NO NUMERIC
                MOVE WO-SHIP-TO-NO TO IW-SHIP-TO-NO
            ELSE
                MOVE ZERO TO IW-SHIP-TO-NO
            END-IF
            MOVE WOL-ORDER-NO TO IW-ORDER-NO
            MOVE WOL-LINE-NO TO IW-LINE-NO
            MOVE WOL-TYPE TO IW-TYPE
            MOVE WOL-SIDE-C TO IW-SIDE-C
            MOVE WOL-QUOTE-NO TO IW-QUOTE-NO
            MOVE WOL-QUOTED-PRICE TO IW-QUOTED-PRICE
            IF WOL-BLANKET-NO IS NUMERIC
                MOVE WOL-BLANKET-NO TO IW-BLANKET-NO
            ELSE
                MOVE ZERO TO IW-BLANKET-NO
            END-IF
            RELEASE INVOICE-WORK-RECORD.

        BUILD-INVOICES.

      *     close out the last open invoice
            IF WS-CURRENT-CUSTOMER NOT = SPACES
                    AND WS-SKIP-CUSTOMER NOT = "Y"
                PERFORM CLOSE-OUT-INVOICE
            END-IF

        INVOICE-ONE-ITEM.
            IF IW-CUSTOMER-CODE NOT = WS-CURRENT-CUSTOMER
                IF WS-CURRENT-CUSTOMER NOT = SPACES
                        AND WS-SKIP-CUSTOMER NOT = "Y"
                    PERFORM CLOSE-OUT-INVOICE
                END-IF
                MOVE IW-CUSTOMER-CODE TO WS-CURRENT-CUSTOMER
                PERFORM LOOKUP-INVOICE-RATE
                IF XRP-FOUND = "Y"
                    MOVE "N" TO WS-SKIP-CUSTOMER
                    PERFORM START-NEW-INVOICE
                ELSE
      *             no rate, no invoice - the customer's lines stay
      *             SHIPPED and bill on the first run after the rate
      *             is keyed
                    MOVE "Y" TO WS-SKIP-CUSTOMER
                    ADD 1 TO WS-SKIPPED-COUNT
                    DISPLAY "NO EXCHANGE RATE FOR "
                        WS-INVOICE-CURRENCY " - CUSTOMER "
                        WS-CURRENT-CUSTOMER " NOT INVOICED"
                END-IF
            END-IF

      *     same customer, another delivery point - a new invoice, so
      *     each one carries a single tax jurisdiction
            IF IW-SHIP-TO-NO NOT = WS-CURRENT-SHIP-TO
                    AND WS-SKIP-CUSTOMER NOT = "Y"
                PERFORM CLOSE-OUT-INVOICE
                PERFORM START-NEW-INVOICE
            END-IF

            IF WS-SKIP-CUSTOMER = "Y"
                EXIT PARAGRAPH
            END-IF

            IF IW-ORDER-NO NOT = WS-LAST-ORDER-NO
                MOVE IW-ORDER-NO TO WS-LAST-ORDER-NO
                PERFORM CHECK-RUSH-SURCHARGE
            PERFORM POST-SALES-HISTORY

            ADD WS-ITEM-TOTAL TO WS-INVOICE-TOTAL
            ADD WS-FOREIGN-ITEM TO WS-FOREIGN-TOTAL
            ADD 1 TO WS-INVOICE-ITEMS.

        LOOKUP-INVOICE-RATE.
      *     the customer's currency off CUSTOMER-MASTER and its rate
      *     on the run date - a customer not on file bills in home
      *     currency, as the tax line already treats it
            MOVE "USD" TO WS-INVOICE-CURRENCY
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS = "00"
                MOVE WS-CURRENT-CUSTOMER TO CU-CUSTOMER-CODE
                READ CUSTOMER-MASTER
                    NOT INVALID KEY
                        IF CU-CURRENCY-CODE NOT = SPACES
                            MOVE CU-CURRENCY-CODE
                                TO WS-INVOICE-CURRENCY
                        END-IF
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF
            MOVE WS-INVOICE-CURRENCY TO XRP-CURRENCY-CODE
            MOVE WS-RUN-DATE TO XRP-AS-OF-DATE
            CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS.

        POST-SALES-HISTORY.
      *     roll the billed item into its month/customer/material
      *     summary - triangle stock has no plate on file and lands
      *     generator so document numbering stays in one series
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE IW-CUSTOMER-CODE TO WS-CURRENT-CUSTOMER
            MOVE IW-SHIP-TO-NO TO WS-CURRENT-SHIP-TO
            MOVE ZERO TO WS-INVOICE-TOTAL
            MOVE ZERO TO WS-FOREIGN-TOTAL
            MOVE ZERO TO WS-INVOICE-ITEMS
            MOVE ZERO TO WS-SURCHARGE-TOTAL
            MOVE ZERO TO WS-RUSH-ORDERS
            MOVE ZERO TO WS-FREIGHT-TOTAL
            MOVE ZERO TO WS-FREIGHT-ORDERS
            MOVE ZERO TO WS-LAST-ORDER-NO
            MOVE ZERO TO WS-FINAL-COUNT

            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO INVOICE-PRINT-LINE
                WRITE INVOICE-PRINT-LINE
            END-IF
            MOVE SPACES TO INVOICE-PRINT-LINE
            STRING "INVOICE " WS-TICKET-NO
                   "   DATE " WS-RUN-DATE
                   "   CUSTOMER " WS-CURRENT-CUSTOMER
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
            WRITE INVOICE-PRINT-LINE
            PERFORM LOOKUP-INVOICE-SHIP-TO

            IF WS-INVOICE-CURRENCY NOT = "USD"
                MOVE XRP-RATE TO WS-RATE-DISP
                MOVE SPACES TO INVOICE-PRINT-LINE
                STRING "  AMOUNTS IN " WS-INVOICE-CURRENCY
                       " AT " WS-RATE-DISP " USD PER UNIT"
                       DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                WRITE INVOICE-PRINT-LINE
            END-IF.

        PRICE-ONE-ITEM.
      *     same material-plus-setup-plus-labor math the quote uses -
      *     quote was written
            IF IW-QUOTE-NO NOT = ZERO
                MOVE IW-QUOTED-PRICE TO WS-ITEM-TOTAL
            END-IF

      *     and a blanket-order release bills at the price agreed on
      *     the blanket
            IF IW-BLANKET-NO NOT = ZERO
                MOVE IW-QUOTED-PRICE TO WS-ITEM-TOTAL
            END-IF.

        LOOKUP-MATERIAL-RATE.
                WS-ITEM-AREA * LR-RUN-PER-SQIN.

        WRITE-ITEM-LINE.
      *     printed in the customer's currency - the same figure for
      *     a home-currency customer, whose rate is 1
            COMPUTE WS-FOREIGN-ITEM ROUNDED =
                WS-ITEM-TOTAL / XRP-RATE
            MOVE WS-FOREIGN-ITEM TO WS-AMOUNT-DISP
            MOVE SPACES TO INVOICE-PRINT-LINE
            EVALUATE TRUE
                WHEN IW-QUOTE-NO NOT = ZERO
                    STRING "  ORDER " IW-ORDER-NO
                           " LINE " IW-LINE-NO
                           " TYPE " IW-TYPE
                           " AMOUNT " WS-AMOUNT-DISP
                           " PER QUOTE " IW-QUOTE-NO
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                WHEN IW-BLANKET-NO NOT = ZERO
                    STRING "  ORDER " IW-ORDER-NO
                           " LINE " IW-LINE-NO
                           " TYPE " IW-TYPE
                           " AMOUNT " WS-AMOUNT-DISP
                           " PER BLANKET " IW-BLANKET-NO
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                WHEN OTHER
                    STRING "  ORDER " IW-ORDER-NO
                           " LINE " IW-LINE-NO
                           " TYPE " IW-TYPE
                           " AMOUNT " WS-AMOUNT-DISP
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
            END-EVALUATE
            WRITE INVOICE-PRINT-LINE.

        MARK-LINE-INVOICED.
                    CONTINUE
                NOT INVALID KEY
                    MOVE "INVOICED" TO WOL-STATUS
      *             the invoice and billed figure ride on the line
      *             for job costing
                    MOVE WS-TICKET-NO TO WOL-INVOICE-NO
                    MOVE WS-ITEM-TOTAL TO WOL-BILLED-AMOUNT
                    REWRITE WORK-ORDER-LINE-RECORD
                    PERFORM ROLL-UP-HEADER-INVOICED
            END-READ.
                            TO WS-SURCHARGE-TOTAL
                        ADD 1 TO WS-RUSH-ORDERS
                    END-IF
      *             prepay-and-add freight we paid the carrier comes
      *             back on the customer's bill
                    IF WO-FREIGHT-TERM = "A"
                            AND WO-FREIGHT-CHARGE NUMERIC
                        ADD WO-FREIGHT-CHARGE TO WS-FREIGHT-TOTAL
                        ADD 1 TO WS-FREIGHT-ORDERS
                    END-IF
      *             the customer's PO number heads its order's items
      *             so their payables can match the bill
                    IF WO-CUST-PO-NO NOT = SPACES
                            AND WO-CUST-PO-NO NOT = LOW-VALUES
                        MOVE SPACES TO INVOICE-PRINT-LINE
                        STRING "  ORDER " IW-ORDER-NO
                               " YOUR PO " WO-CUST-PO-NO
                               DELIMITED BY SIZE
                               INTO INVOICE-PRINT-LINE
                        WRITE INVOICE-PRINT-LINE
                    END-IF
            END-READ.

        ROLL-UP-HEADER-INVOICED.
                    NOT INVALID KEY
                        MOVE "INVOICED" TO WO-STATUS
                        REWRITE WORK-ORDER-RECORD
                        IF WS-FINAL-COUNT < MAX-FINAL-ORDERS
                            ADD 1 TO WS-FINAL-COUNT
                            MOVE IW-ORDER-NO
                                TO WS-FINAL-ORDER(WS-FINAL-COUNT)
                        END-IF
                END-READ
            END-IF.

        LOOKUP-INVOICE-SHIP-TO.
      *     print where the goods went and keep the ship-to's tax
      *     jurisdiction for the tax line - a ship-to since deleted
      *     falls back to the customer's address and jurisdiction
            MOVE SPACES TO WS-SHIP-TAX-JURIS
            IF WS-CURRENT-SHIP-TO = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SHIP-TO
            IF WS-SHIPTO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CURRENT-CUSTOMER TO ST-CUSTOMER-CODE
            MOVE WS-CURRENT-SHIP-TO TO ST-SHIP-TO-NO
            READ SHIP-TO
                NOT INVALID KEY
                    MOVE ST-TAX-JURIS TO WS-SHIP-TAX-JURIS
                    MOVE SPACES TO INVOICE-PRINT-LINE
                    STRING "  SHIPPED TO " WS-CURRENT-SHIP-TO
                           " " ST-NAME " " FUNCTION TRIM(ST-CITY)
                           " " ST-STATE
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                    WRITE INVOICE-PRINT-LINE
            END-READ
            CLOSE SHIP-TO.

        CLOSE-OUT-INVOICE.
      *     rush work stops being free - the per-order surcharge
      *     lands inside the subtotal the tax figures from
            IF WS-SURCHARGE-TOTAL > ZERO
                COMPUTE WS-FOREIGN-ITEM ROUNDED =
                    WS-SURCHARGE-TOTAL / XRP-RATE
                MOVE WS-FOREIGN-ITEM TO WS-SURCHARGE-DISP
                MOVE SPACES TO INVOICE-PRINT-LINE
                STRING "  EXPEDITE SURCHARGE (" WS-RUSH-ORDERS
                       " RUSH) " WS-SURCHARGE-DISP
                       DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                WRITE INVOICE-PRINT-LINE
                ADD WS-SURCHARGE-TOTAL TO WS-INVOICE-TOTAL
                ADD WS-FOREIGN-ITEM TO WS-FOREIGN-TOTAL
            END-IF

            PERFORM LOOKUP-INVOICE-TAX

      *     freight billed back on its own line, marked with whether
      *     the delivery jurisdiction taxes it
            MOVE ZERO TO WS-FOREIGN-FREIGHT
            IF WS-FREIGHT-TOTAL > ZERO
                COMPUTE WS-FOREIGN-FREIGHT ROUNDED =
                    WS-FREIGHT-TOTAL / XRP-RATE
                MOVE WS-FOREIGN-FREIGHT TO WS-SURCHARGE-DISP
                MOVE SPACES TO INVOICE-PRINT-LINE
                IF WS-TAXABLE-FLAG = "Y"
                        AND WS-FREIGHT-TAXABLE = "Y"
                    STRING "  FREIGHT (" WS-FREIGHT-ORDERS
                           " SHIPMENTS) TAXABLE " WS-SURCHARGE-DISP
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                ELSE
                    STRING "  FREIGHT (" WS-FREIGHT-ORDERS
                           " SHIPMENTS) NON-TAXABLE "
                           WS-SURCHARGE-DISP
                           DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                END-IF
                WRITE INVOICE-PRINT-LINE
                ADD WS-FREIGHT-TOTAL TO WS-INVOICE-TOTAL
                ADD WS-FOREIGN-FREIGHT TO WS-FOREIGN-TOTAL
            END-IF

            PERFORM COMPUTE-INVOICE-TAX

            MOVE WS-FOREIGN-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO INVOICE-PRINT-LINE
            STRING "  SUBTOTAL " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
            WRITE INVOICE-PRINT-LINE

            IF WS-TAXABLE-FLAG = "Y"
                MOVE WS-FOREIGN-TAX TO WS-TAX-DISP
                MOVE SPACES TO INVOICE-PRINT-LINE
                STRING "  SALES TAX " WS-TAX-JURIS
                       " " WS-TAX-DISP
            END-IF

            ADD WS-TAX-AMOUNT TO WS-INVOICE-TOTAL
            ADD WS-FOREIGN-TAX TO WS-FOREIGN-TOTAL
            MOVE WS-FOREIGN-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO INVOICE-PRINT-LINE
            STRING "  INVOICE TOTAL " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
            WRITE INVOICE-PRINT-LINE

            PERFORM APPLY-ORDER-DEPOSITS

            MOVE SPACES TO INVOICE-PRINT-LINE
            WRITE INVOICE-PRINT-LINE

            MOVE WS-TAX-AMOUNT TO IR-TAX-AMOUNT
            MOVE WS-TAX-JURIS TO IR-TAX-JURIS
            MOVE "I" TO IR-DOC-TYPE
            MOVE WS-INVOICE-CURRENCY TO IR-CURRENCY-CODE
            MOVE XRP-RATE TO IR-EXCHANGE-RATE
            MOVE WS-FOREIGN-TOTAL TO IR-FOREIGN-AMOUNT
            MOVE WS-FREIGHT-TOTAL TO IR-FREIGHT-AMOUNT
            IF WS-TAXABLE-FLAG = "Y" AND WS-FREIGHT-TAXABLE = "Y"
                MOVE "Y" TO IR-FREIGHT-TAXABLE
            ELSE
                MOVE "N" TO IR-FREIGHT-TAXABLE
            END-IF
            WRITE INVOICE-REGISTER-RECORD

      *     the same invoice also opens an AR ledger item, so the
            MOVE WS-RUN-DATE TO AR-INVOICE-DATE
            MOVE WS-CURRENT-CUSTOMER TO AR-CUSTOMER-CODE
            MOVE WS-INVOICE-TOTAL TO AR-INVOICE-AMOUNT
            MOVE WS-INVOICE-CURRENCY TO AR-CURRENCY-CODE
            MOVE XRP-RATE TO AR-EXCHANGE-RATE
            MOVE WS-FOREIGN-TOTAL TO AR-FOREIGN-AMOUNT
      *     a deposit applied above has already paid it down
            MOVE WS-DEPOSIT-RELIEF TO AR-PAID-AMOUNT
            MOVE WS-DEPOSIT-FOREIGN TO AR-FOREIGN-PAID
            EVALUATE TRUE
                WHEN WS-DEPOSIT-FOREIGN = ZERO
                    MOVE "OPEN" TO AR-STATUS
                    MOVE ZERO TO AR-LAST-PAY-DATE
                WHEN WS-DEPOSIT-FOREIGN >= WS-FOREIGN-TOTAL
                    MOVE "PAID" TO AR-STATUS
                    MOVE WS-RUN-DATE TO AR-LAST-PAY-DATE
                WHEN OTHER
                    MOVE "PART" TO AR-STATUS
                    MOVE WS-RUN-DATE TO AR-LAST-PAY-DATE
            END-EVALUATE
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "WARNING: AR ITEM ALREADY ON LEDGER "

            ADD 1 TO WS-INVOICE-COUNT.

        APPLY-ORDER-DEPOSITS.
      *     every deposit still held against an order this invoice
      *     finishes comes off the total, oldest receipt first, in
      *     the invoice's currency. The AR relief is at the invoice's
      *     rate, the liability released at the deposit's own rate -
      *     GL-EXTRACT posts any difference as exchange gain or loss.
      *     A deposit bigger than what is left stays partly held.
            MOVE ZERO TO WS-DEPOSIT-FOREIGN WS-DEPOSIT-RELIEF
            IF WS-DEPOSIT-STATUS NOT = "00" OR WS-FINAL-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FOREIGN-TOTAL TO WS-BALANCE-FOREIGN
            PERFORM VARYING WS-FINAL-IDX FROM 1 BY 1
                    UNTIL WS-FINAL-IDX > WS-FINAL-COUNT
                MOVE WS-FINAL-ORDER(WS-FINAL-IDX) TO DP-ORDER-NO
                MOVE ZERO TO DP-RECEIPT-NO
                MOVE "N" TO WS-DEPOSIT-EOF
                START CUSTOMER-DEPOSIT KEY >= DP-DEPOSIT-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-DEPOSIT-EOF
                END-START
                PERFORM UNTIL WS-DEPOSIT-EOF = "Y"
                    READ CUSTOMER-DEPOSIT NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-DEPOSIT-EOF
                        NOT AT END
                            IF DP-ORDER-NO NOT =
                                    WS-FINAL-ORDER(WS-FINAL-IDX)
                                MOVE "Y" TO WS-DEPOSIT-EOF
                            ELSE
                                IF DP-STATUS = "HELD"
                                    PERFORM APPLY-ONE-DEPOSIT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-PERFORM

            IF WS-DEPOSIT-FOREIGN > ZERO
                MOVE WS-BALANCE-FOREIGN TO WS-TOTAL-DISP
                MOVE SPACES TO INVOICE-PRINT-LINE
                STRING "  BALANCE DUE " WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
                WRITE INVOICE-PRINT-LINE
            END-IF.

        APPLY-ONE-DEPOSIT.
            IF DP-CURRENCY-CODE NOT = WS-INVOICE-CURRENCY
                DISPLAY "DEPOSIT " DP-RECEIPT-NO " ON ORDER "
                    DP-ORDER-NO " IS IN " DP-CURRENCY-CODE
                    " - NOT APPLIED"
                EXIT PARAGRAPH
            END-IF
            IF WS-BALANCE-FOREIGN = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE DP-FOREIGN-AMOUNT TO WS-DEP-OPEN-FOREIGN
            IF WS-DEP-OPEN-FOREIGN > WS-BALANCE-FOREIGN
                MOVE WS-BALANCE-FOREIGN TO WS-DEP-APPLY-FOREIGN
            ELSE
                MOVE WS-DEP-OPEN-FOREIGN TO WS-DEP-APPLY-FOREIGN
            END-IF

      *     the last of the invoice takes all the home balance left,
      *     so no rounding crumb stays open on the ledger
            IF WS-DEP-APPLY-FOREIGN = WS-BALANCE-FOREIGN
                COMPUTE WS-DEP-AR-RELIEF =
                    WS-INVOICE-TOTAL - WS-DEPOSIT-RELIEF
            ELSE
                COMPUTE WS-DEP-AR-RELIEF ROUNDED =
                    WS-DEP-APPLY-FOREIGN * XRP-RATE
                IF WS-DEP-AR-RELIEF >
                        WS-INVOICE-TOTAL - WS-DEPOSIT-RELIEF
                    COMPUTE WS-DEP-AR-RELIEF =
                        WS-INVOICE-TOTAL - WS-DEPOSIT-RELIEF
                END-IF
            END-IF

            MOVE WS-TICKET-NO TO DP-APPLIED-INVOICE
            MOVE WS-RUN-DATE TO DP-APPLIED-DATE
            MOVE WS-DEP-APPLY-FOREIGN TO DP-FOREIGN-APPLIED
            MOVE WS-DEP-AR-RELIEF TO DP-AR-RELIEF
            IF WS-DEP-APPLY-FOREIGN = DP-FOREIGN-AMOUNT
                MOVE DP-AMOUNT TO DP-APPLIED-AMOUNT
                MOVE "APPLD" TO DP-STATUS
            ELSE
                COMPUTE DP-APPLIED-AMOUNT ROUNDED =
                    WS-DEP-APPLY-FOREIGN * DP-EXCHANGE-RATE
                MOVE "PART" TO DP-STATUS
            END-IF
            REWRITE CUSTOMER-DEPOSIT-RECORD

            ADD WS-DEP-APPLY-FOREIGN TO WS-DEPOSIT-FOREIGN
            ADD WS-DEP-AR-RELIEF TO WS-DEPOSIT-RELIEF
            SUBTRACT WS-DEP-APPLY-FOREIGN FROM WS-BALANCE-FOREIGN

            MOVE WS-DEP-APPLY-FOREIGN TO WS-AMOUNT-DISP
            MOVE SPACES TO INVOICE-PRINT-LINE
            STRING "  LESS DEPOSIT RECEIVED " DP-RECEIPT-DATE
                   " ORDER " DP-ORDER-NO " " WS-AMOUNT-DISP "-"
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
            WRITE INVOICE-PRINT-LINE.

        LOOKUP-INVOICE-TAX.
      *     the customer's standing decides the line: a taxable
      *     customer bills at the TAX-RATES percentage of the
      *     jurisdiction the goods were delivered to (the ship-to's,
      *     else the customer's own), an exempt one carries the
      *     certificate number for the printed invoice. A missing
      *     file or rate just means no tax is added - the return
      *     can only report what the table knows. The jurisdiction
      *     also says whether billed freight is taxed.
            MOVE ZERO TO WS-TAX-RATE
            MOVE SPACES TO WS-TAX-JURIS WS-EXEMPT-CERT
            MOVE "N" TO WS-TAXABLE-FLAG
            MOVE "N" TO WS-FREIGHT-TAXABLE

            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
            END-READ
            MOVE CU-TAXABLE-FLAG TO WS-TAXABLE-FLAG
            MOVE CU-TAX-JURIS TO WS-TAX-JURIS
            IF WS-SHIP-TAX-JURIS NOT = SPACES
                MOVE WS-SHIP-TAX-JURIS TO WS-TAX-JURIS
            END-IF
            MOVE CU-EXEMPT-CERT TO WS-EXEMPT-CERT
            CLOSE CUSTOMER-MASTER

            READ TAX-RATES
                INVALID KEY
                    MOVE ZERO TO TX-RATE-PCT
                    MOVE "N" TO TX-FREIGHT-TAXABLE
            END-READ
            CLOSE TAX-RATES
            MOVE TX-RATE-PCT TO WS-TAX-RATE
            IF TX-FREIGHT-TAXABLE = "Y"
                MOVE "Y" TO WS-FREIGHT-TAXABLE
            END-IF.

        COMPUTE-INVOICE-TAX.
      *     tax on the subtotal, less any freight the jurisdiction
      *     does not tax
            MOVE ZERO TO WS-TAX-AMOUNT WS-FOREIGN-TAX
            IF WS-TAXABLE-FLAG NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF WS-FREIGHT-TAXABLE = "Y"
                MOVE ZERO TO WS-UNTAXED-FREIGHT WS-FOREIGN-UNTAXED
            ELSE
                MOVE WS-FREIGHT-TOTAL TO WS-UNTAXED-FREIGHT
                MOVE WS-FOREIGN-FREIGHT TO WS-FOREIGN-UNTAXED
            END-IF

            COMPUTE WS-TAX-AMOUNT ROUNDED =
                (WS-INVOICE-TOTAL - WS-UNTAXED-FREIGHT)
                * WS-TAX-RATE / 100
      *     the printed tax line is figured on the printed subtotal
            COMPUTE WS-FOREIGN-TAX ROUNDED =
                (WS-FOREIGN-TOTAL - WS-FOREIGN-UNTAXED)
                * WS-TAX-RATE / 100.

            END PROGRAM INVOICE-GENERATE.

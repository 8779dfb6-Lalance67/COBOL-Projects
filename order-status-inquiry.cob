      * ORDER-STATUS-INQUIRY - the one screen that answers "where's my
      * order" without walking WORK-ORDER-ENTRY, SHIPPING-LOG, the
      * invoice register and the AR ledger by hand. Given a customer
      * code it lists every order that customer has on file; given an
      * order number, just that order. Each order shows its status,
      * promise date and priority, each line's status, the ship date
      * and carrier reference off SHIPPING-LOG, the invoices its lines
      * billed on with their amounts and what is still open on each in
      * AR-LEDGER, and the customer's total open balance. A credit
      * hold is spelled out against the customer's exposure and limit,
      * and a backordered line names the blank it is waiting on and
      * the stock position. Read-only - every file opens INPUT - so
      * it is offered to any signed-on operator on MENU-DRIVER.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDER-STATUS-INQUIRY.

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

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT SHIPPING-LOG ASSIGN TO "SHIPPING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPLOG-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

      *     what a backordered line is waiting on - the same
      *     cross-reference and stock position WORK-ORDER-ENTRY
      *     allocates against
            SELECT MATERIAL-XREF ASSIGN TO "MATERIAL-PART-XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MX-MATERIAL-CODE
                FILE STATUS IS WS-XREF-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  SHIPPING-LOG.
            COPY "SHIPPING-LOG-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  MATERIAL-XREF.
            COPY "MATERIAL-PART-XREF-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-SHIPLOG-STATUS     PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-XREF-STATUS        PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ORDER-EOF          PIC X.
        01 WS-LINE-EOF           PIC X.
        01 WS-CUSTOMER-ENTRY     PIC X(6).
        01 WS-ORDER-ENTRY        PIC 9(8).
        01 WS-ORDERS-LISTED      PIC 9(4).
        01 WS-SHOW-ORDER-NO      PIC 9(8).

      * the order's status in words, and its lines' counts
        01 WS-STATUS-WORK        PIC X(8).
        01 WS-STATUS-TEXT        PIC X(40).
        01 WS-PRIORITY-TEXT      PIC X(6).
        01 WS-LINES-BACKORDERED  PIC 9(3).
        01 WS-SHIPMENTS-FOUND    PIC 9(3).

      * the distinct invoices an order's lines billed on
        01 WS-INV-COUNT          PIC 9(2).
        01 WS-INV-IDX            PIC 9(2).
        01 WS-INV-FOUND          PIC X.
        01 WS-INV-TABLE.
            05 WS-INV-NO OCCURS 20 TIMES PIC 9(8).

      * the customer's money position - exposure is the same open
      * orders plus unpaid AR WORK-ORDER-ENTRY holds orders against
        01 WS-CREDIT-LIMIT       PIC 9(7)V99.
        01 WS-EXPOSURE           PIC 9(9)V99.
        01 WS-AR-OPEN            PIC 9(9)V99.
        01 WS-ITEM-OPEN          PIC 9(9)V99.
        01 WS-MONEY-DISP         PIC ZZZZZZZZ9.99.
        01 WS-LIMIT-DISP         PIC ZZZZZZZZ9.99.
        01 WS-QTY-DISP           PIC ZZZZZZ9.
        01 WS-ALLOC-DISP         PIC ZZZZZZ9.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); this screen changes nothing, so
      * any signed-on operator may use it
        78 INQUIRY-AUTH-LEVEL    VALUE 1.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < INQUIRY-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " INQUIRY-AUTH-LEVEL " SIGN-ON"
                GOBACK
            END-IF

            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                GOBACK
            END-IF
            OPEN INPUT WORK-ORDER-LINE
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT AR-LEDGER

            MOVE "N" TO WS-DONE
            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== CUSTOMER ORDER STATUS ====="
                DISPLAY "[1] ALL ORDERS FOR A CUSTOMER"
                DISPLAY "[2] ONE ORDER BY NUMBER"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM INQUIRE-BY-CUSTOMER
                    WHEN 2
                        PERFORM INQUIRE-BY-ORDER
                    WHEN 3
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE AR-LEDGER
            CLOSE CUSTOMER-MASTER
            CLOSE WORK-ORDER-LINE
            CLOSE WORK-ORDER
            GOBACK.

        INQUIRE-BY-CUSTOMER.
            DISPLAY "ENTER CUSTOMER CODE (6 CHARS):"
            ACCEPT WS-CUSTOMER-ENTRY
            MOVE WS-CUSTOMER-ENTRY TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "CUSTOMER CODE NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            DISPLAY "CUSTOMER: " CU-CUSTOMER-CODE " " PERSON-NAME

      *     the money position first - its scan of the order file
      *     would lose the place of the listing below
            PERFORM COMPUTE-CUSTOMER-POSITION

            MOVE ZERO TO WS-ORDERS-LISTED
            MOVE ZERO TO WO-ORDER-NO
            START WORK-ORDER KEY >= WO-ORDER-NO
                INVALID KEY
                    DISPLAY "NO ORDERS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-ORDER-EOF
            PERFORM UNTIL WS-ORDER-EOF = "Y"
                READ WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-ORDER-EOF
                    NOT AT END
                        IF WO-CUSTOMER-CODE = WS-CUSTOMER-ENTRY
                            PERFORM SHOW-ONE-ORDER
                            ADD 1 TO WS-ORDERS-LISTED
                        END-IF
                END-READ
            END-PERFORM

            IF WS-ORDERS-LISTED = ZERO
                DISPLAY "NO ORDERS ON FILE FOR " WS-CUSTOMER-ENTRY
            END-IF
            PERFORM SHOW-CUSTOMER-BALANCE.

        INQUIRE-BY-ORDER.
            DISPLAY "ENTER ORDER NUMBER (8 DIGITS):"
            ACCEPT WS-ORDER-ENTRY
            MOVE WS-ORDER-ENTRY TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    DISPLAY "ORDER NOT FOUND"
                    EXIT PARAGRAPH
            END-READ

            MOVE WO-CUSTOMER-CODE TO WS-CUSTOMER-ENTRY
            MOVE WS-CUSTOMER-ENTRY TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE SPACES TO PERSON-NAME
                    MOVE ZERO TO CU-CREDIT-LIMIT
            END-READ
            DISPLAY "CUSTOMER: " WS-CUSTOMER-ENTRY " " PERSON-NAME

      *     the position scan walks the order file, so the order is
      *     read again after it
            PERFORM COMPUTE-CUSTOMER-POSITION
            MOVE WS-ORDER-ENTRY TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            PERFORM SHOW-ONE-ORDER
            PERFORM SHOW-CUSTOMER-BALANCE.

        COMPUTE-CUSTOMER-POSITION.
      *     open orders still in the shop plus unpaid AR, the figure
      *     the credit check holds orders against, and the unpaid AR
      *     on its own as the customer's open balance
            MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
            MOVE ZERO TO WS-EXPOSURE
            MOVE ZERO TO WS-AR-OPEN
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
                            IF WO-CUSTOMER-CODE = WS-CUSTOMER-ENTRY
                                    AND (WO-STATUS = "QUEUED"
                                    OR WO-STATUS = "RUN"
                                    OR WO-STATUS = "COMPLETE"
                                    OR WO-STATUS = "SHIPPED")
                                ADD WO-EST-VALUE TO WS-EXPOSURE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            IF WS-LEDGER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO AR-INVOICE-NO
            START AR-LEDGER KEY >= AR-INVOICE-NO
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AR-LEDGER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AR-CUSTOMER-CODE = WS-CUSTOMER-ENTRY
                                AND AR-STATUS NOT = "PAID"
                            COMPUTE WS-AR-OPEN = WS-AR-OPEN
                                + AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            ADD WS-AR-OPEN TO WS-EXPOSURE.

        SHOW-ONE-ORDER.
            MOVE WO-ORDER-NO TO WS-SHOW-ORDER-NO
            MOVE WO-STATUS TO WS-STATUS-WORK
            PERFORM DESCRIBE-STATUS
            IF WO-PRIORITY = "R"
                MOVE "RUSH" TO WS-PRIORITY-TEXT
            ELSE
                MOVE "NORMAL" TO WS-PRIORITY-TEXT
            END-IF
            DISPLAY "-----------------------------------------------"
            DISPLAY "ORDER " WO-ORDER-NO " ENTERED " WO-ENTERED-DATE
                " " WO-STATUS " - " WS-STATUS-TEXT
            IF WO-PROMISE-DATE IS NUMERIC
                    AND WO-PROMISE-DATE NOT = ZERO
                DISPLAY "  PROMISED " WO-PROMISE-DATE
                    "  PRIORITY " WS-PRIORITY-TEXT
            ELSE
                DISPLAY "  NO PROMISE DATE  PRIORITY "
                    WS-PRIORITY-TEXT
            END-IF
            IF WO-CUST-PO-NO NOT = SPACES
                    AND WO-CUST-PO-NO NOT = LOW-VALUES
                DISPLAY "  CUSTOMER PO " WO-CUST-PO-NO
            END-IF
            IF WO-STATUS = "CREDHOLD"
                PERFORM EXPLAIN-CREDIT-HOLD
            END-IF

            PERFORM SHOW-ORDER-LINES
            IF WO-STATUS = "BACKORD"
                DISPLAY "  BACKORDERED - " WS-LINES-BACKORDERED
                    " LINE(S) WAITING ON MATERIAL; THEY RELEASE"
                    " ON THEIR OWN AS STOCK IS RECEIVED"
            END-IF

            PERFORM SHOW-ORDER-SHIPMENTS
            PERFORM SHOW-ORDER-INVOICES.

        EXPLAIN-CREDIT-HOLD.
            MOVE WS-EXPOSURE TO WS-MONEY-DISP
            MOVE WS-CREDIT-LIMIT TO WS-LIMIT-DISP
            DISPLAY "  CREDIT HOLD - OPEN ORDERS PLUS UNPAID"
                " INVOICES STAND AT " WS-MONEY-DISP
            DISPLAY "  AGAINST A CREDIT LIMIT OF " WS-LIMIT-DISP
            MOVE WO-EST-VALUE TO WS-MONEY-DISP
            DISPLAY "  AND THIS ORDER WOULD ADD " WS-MONEY-DISP
                " - WAITING ON SUPERVISOR RELEASE".

        SHOW-ORDER-LINES.
      *     the line key leads with the order number, so START at
      *     line zero and read forward until the order changes; the
      *     invoices the lines billed on are gathered on the way
            MOVE ZERO TO WS-LINES-BACKORDERED
            MOVE ZERO TO WS-INV-COUNT
            IF WS-LINE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SHOW-ORDER-NO TO WOL-ORDER-NO
            MOVE ZERO TO WOL-LINE-NO
            START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                INVALID KEY
                    DISPLAY "  NO LINES ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LINE-EOF
            PERFORM UNTIL WS-LINE-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-LINE-EOF
                    NOT AT END
                        IF WOL-ORDER-NO = WS-SHOW-ORDER-NO
                            PERFORM SHOW-ONE-LINE
                        ELSE
                            MOVE "Y" TO WS-LINE-EOF
                        END-IF
                END-READ
            END-PERFORM.

        SHOW-ONE-LINE.
            MOVE WOL-STATUS TO WS-STATUS-WORK
            PERFORM DESCRIBE-STATUS
            DISPLAY "  LINE " WOL-LINE-NO " TYPE " WOL-TYPE
                " " WOL-STATUS " - " WS-STATUS-TEXT
            EVALUATE WOL-STATUS
                WHEN "BACKORD"
                    ADD 1 TO WS-LINES-BACKORDERED
                    PERFORM EXPLAIN-BACKORDER
                WHEN "CREDHOLD"
                    DISPLAY "      HELD UNTIL THE ORDER'S CREDIT HOLD"
                        " IS RELEASED"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WOL-INVOICE-NO IS NUMERIC
                    AND WOL-INVOICE-NO NOT = ZERO
                MOVE "N" TO WS-INV-FOUND
                PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                        UNTIL WS-INV-IDX > WS-INV-COUNT
                    IF WS-INV-NO(WS-INV-IDX) = WOL-INVOICE-NO
                        MOVE "Y" TO WS-INV-FOUND
                    END-IF
                END-PERFORM
                IF WS-INV-FOUND = "N" AND WS-INV-COUNT < 20
                    ADD 1 TO WS-INV-COUNT
                    MOVE WOL-INVOICE-NO TO WS-INV-NO(WS-INV-COUNT)
                END-IF
            END-IF.

        EXPLAIN-BACKORDER.
      *     the blank the line is waiting on and where its stock
      *     stands - on hand less what other lines already hold
            IF WS-XREF-STATUS NOT = "00"
                OPEN INPUT MATERIAL-XREF
            END-IF
            IF WS-XREF-STATUS NOT = "00"
                DISPLAY "      WAITING ON STOCK OF MATERIAL "
                    WOL-MATERIAL-CODE
                EXIT PARAGRAPH
            END-IF
            MOVE WOL-MATERIAL-CODE TO MX-MATERIAL-CODE
            READ MATERIAL-XREF
                INVALID KEY
                    DISPLAY "      WAITING ON STOCK OF MATERIAL "
                        WOL-MATERIAL-CODE
                    CLOSE MATERIAL-XREF
                    EXIT PARAGRAPH
            END-READ
            CLOSE MATERIAL-XREF

            OPEN INPUT PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "      WAITING ON BLANK " MX-PART-CODE
                    " FOR MATERIAL " WOL-MATERIAL-CODE
                EXIT PARAGRAPH
            END-IF
            MOVE MX-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    DISPLAY "      WAITING ON BLANK " MX-PART-CODE
                        " FOR MATERIAL " WOL-MATERIAL-CODE
                NOT INVALID KEY
                    IF PM-QTY-ALLOCATED NOT NUMERIC
                        MOVE ZERO TO PM-QTY-ALLOCATED
                    END-IF
                    MOVE PM-QTY-ON-HAND TO WS-QTY-DISP
                    MOVE PM-QTY-ALLOCATED TO WS-ALLOC-DISP
                    DISPLAY "      WAITING ON BLANK " MX-PART-CODE
                        " FOR MATERIAL " WOL-MATERIAL-CODE
                    DISPLAY "      ON HAND " WS-QTY-DISP
                        " ALREADY ALLOCATED " WS-ALLOC-DISP
            END-READ
            CLOSE PARTS-MASTER.

        SHOW-ORDER-SHIPMENTS.
            MOVE ZERO TO WS-SHIPMENTS-FOUND
            OPEN INPUT SHIPPING-LOG
            IF WS-SHIPLOG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SHIPPING-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SL-ORDER-NO = WS-SHOW-ORDER-NO
                            DISPLAY "  SHIPPED " SL-SHIP-DATE
                                " VIA " SL-CARRIER
                                " REF " SL-REFERENCE
                            ADD 1 TO WS-SHIPMENTS-FOUND
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SHIPPING-LOG
            IF WS-SHIPMENTS-FOUND = ZERO
                DISPLAY "  NOT YET SHIPPED"
            END-IF.

        SHOW-ORDER-INVOICES.
      *     each invoice the order's lines billed on, from the
      *     register, with what the AR ledger still shows open on it
            IF WS-INV-COUNT = ZERO
                DISPLAY "  NOT YET INVOICED"
                EXIT PARAGRAPH
            END-IF
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
                        PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                                UNTIL WS-INV-IDX > WS-INV-COUNT
                            IF WS-INV-NO(WS-INV-IDX) = IR-INVOICE-NO
                                    AND IR-DOC-TYPE NOT = "C"
                                PERFORM SHOW-ONE-INVOICE
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        SHOW-ONE-INVOICE.
            MOVE IR-TOTAL-AMOUNT TO WS-MONEY-DISP
            DISPLAY "  INVOICE " IR-INVOICE-NO " DATED "
                IR-INVOICE-DATE " AMOUNT " WS-MONEY-DISP
            IF WS-LEDGER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE IR-INVOICE-NO TO AR-INVOICE-NO
            READ AR-LEDGER
                INVALID KEY
                    DISPLAY "      NOT ON THE AR LEDGER"
                NOT INVALID KEY
                    IF AR-STATUS = "PAID"
                        DISPLAY "      PAID " AR-LAST-PAY-DATE
                    ELSE
                        COMPUTE WS-ITEM-OPEN =
                            AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                        MOVE WS-ITEM-OPEN TO WS-MONEY-DISP
                        DISPLAY "      " AR-STATUS " - OPEN BALANCE "
                            WS-MONEY-DISP
                    END-IF
            END-READ.

        SHOW-CUSTOMER-BALANCE.
            DISPLAY "-----------------------------------------------"
            MOVE WS-AR-OPEN TO WS-MONEY-DISP
            DISPLAY "CUSTOMER OPEN AR BALANCE: " WS-MONEY-DISP
            IF WS-CREDIT-LIMIT NOT = ZERO
                MOVE WS-EXPOSURE TO WS-MONEY-DISP
                MOVE WS-CREDIT-LIMIT TO WS-LIMIT-DISP
                DISPLAY "CREDIT EXPOSURE " WS-MONEY-DISP
                    " OF LIMIT " WS-LIMIT-DISP
            END-IF.

        DESCRIBE-STATUS.
      *     the order and line statuses in words for whoever is on
      *     the phone with the customer
            EVALUATE WS-STATUS-WORK
                WHEN "QUEUED"
                    MOVE "WAITING FOR ITS PRODUCTION PASS"
                        TO WS-STATUS-TEXT
                WHEN "RUN"
                    MOVE "IN PRODUCTION" TO WS-STATUS-TEXT
                WHEN "COMPLETE"
                    MOVE "FINISHED, WAITING TO SHIP" TO WS-STATUS-TEXT
                WHEN "SHIPPED"
                    MOVE "SHIPPED, NOT YET INVOICED" TO WS-STATUS-TEXT
                WHEN "INVOICED"
                    MOVE "SHIPPED AND INVOICED" TO WS-STATUS-TEXT
                WHEN "CREDHOLD"
                    MOVE "ON CREDIT HOLD" TO WS-STATUS-TEXT
                WHEN "BACKORD"
                    MOVE "WAITING ON MATERIAL" TO WS-STATUS-TEXT
                WHEN "REJECTED"
                    MOVE "REJECTED - OUT OF RANGE, NOT MADE"
                        TO WS-STATUS-TEXT
                WHEN "CANCELED"
                    MOVE "CANCELED" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-STATUS-TEXT
            END-EVALUATE.

            END PROGRAM ORDER-STATUS-INQUIRY.

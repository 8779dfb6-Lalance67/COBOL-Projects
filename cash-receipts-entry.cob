      * application writes a CASH-RECEIPT entry (receipt number from
      * the shared TICKET-SEQUENCE generator) so a deposit can be
      * tied back to the invoices it cleared, and the ledger item
      * moves OPEN to PART to PAID as the money lands. A foreign-
      * currency customer's check is keyed in their currency and
      * relieves each invoice at the rate it was billed at; what
      * the check is worth at today's rate is recorded beside it,
      * so GL-EXTRACT can post the realized exchange gain or loss.
      * A deposit or progress payment on a large or custom job is
      * taken against its work order instead: the money is receipted
      * the same way but relieves no invoice - it is held on
      * CUSTOMER-DEPOSIT as a liability until INVOICE-GENERATE
      * applies it against the order's final invoice.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASH-RECEIPTS-ENTRY.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

      *     the customer's currency - see CU-CURRENCY-CODE
            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

      *     deposits are taken against an order on file, for that
      *     order's customer, and held until it is invoiced
            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT CUSTOMER-DEPOSIT ASSIGN TO "CUSTOMER-DEPOSIT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DP-DEPOSIT-KEY
                FILE STATUS IS WS-DEPOSIT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop - see
      *     that program's SIGN-ON paragraph. Optional: if this
      *     program is run on its own instead of through the menu,
        FD  CASH-RECEIPT.
            COPY "CASH-RECEIPT-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  CUSTOMER-DEPOSIT.
            COPY "CUSTOMER-DEPOSIT-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-DEPOSIT-STATUS     PIC XX.
        01 WS-ORDER-ENTRY        PIC 9(8).
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X VALUE "N".
        01 WS-BALANCE-DISP       PIC ZZZZZZZZ9.99.
        01 WS-REMAIN-DISP        PIC ZZZZZZZZ9.99.

      * foreign-currency checks - the check, its remainder and each
      * item's open balance are in the customer's currency; the AR
      * relief is at the invoice's rate and the amount received at
      * today's rate from EXCHANGE-RATE-LOOKUP
        COPY "EXCHANGE-RATE-PARAMS.cpy".
        01 WS-CHECK-CURRENCY     PIC X(3).
        01 WS-HOME-RELIEF        PIC 9(9)V99.
        01 WS-HOME-RECEIVED      PIC 9(9)V99.

      * operator sign-on captured by MENU-DRIVER - see the
      * OPERATOR-SESSION SELECT comment above
        01 WS-OPSESS-STATUS     PIC XX.
                DISPLAY "===== CASH RECEIPTS ENTRY ====="
                DISPLAY "[1] APPLY CUSTOMER CHECK"
                DISPLAY "[2] LIST OPEN INVOICES FOR CUSTOMER"
                DISPLAY "[3] RECORD DEPOSIT AGAINST A WORK ORDER"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""
                    WHEN 2
                        PERFORM LIST-OPEN-INVOICES
                    WHEN 3
                        PERFORM RECORD-ORDER-DEPOSIT
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
        APPLY-CUSTOMER-CHECK.
            DISPLAY "ENTER CUSTOMER CODE (6 CHARS):"
            ACCEPT WS-CUSTOMER-CODE
            PERFORM LOOKUP-CHECK-RATE
            IF XRP-FOUND NOT = "Y"
                DISPLAY "NO EXCHANGE RATE FOR " WS-CHECK-CURRENCY
                    " ON " WS-TODAY-DATE " - CHECK NOT APPLIED"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER CHECK NUMBER:"
            ACCEPT WS-CHECK-NO
            DISPLAY "ENTER CHECK AMOUNT IN " WS-CHECK-CURRENCY
                " (E.G. 0001234.56):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO WS-CHECK-REMAINING

                END-IF
            END-IF.

        LOOKUP-CHECK-RATE.
      *     the customer's currency off CUSTOMER-MASTER and today's
      *     rate for it - a customer not on file pays in home
      *     currency
            MOVE "USD" TO WS-CHECK-CURRENCY
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS = "00"
                MOVE WS-CUSTOMER-CODE TO CU-CUSTOMER-CODE
                READ CUSTOMER-MASTER
                    NOT INVALID KEY
                        IF CU-CURRENCY-CODE NOT = SPACES
                            MOVE CU-CURRENCY-CODE
                                TO WS-CHECK-CURRENCY
                        END-IF
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF
            MOVE WS-CHECK-CURRENCY TO XRP-CURRENCY-CODE
            MOVE WS-TODAY-DATE TO XRP-AS-OF-DATE
            CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS.

        SET-ITEM-CURRENCY.
      *     an item from before foreign customers carries spaces in
      *     its currency fields - it was billed in home currency at
      *     a rate of 1, so fill them in that way before it is read
            IF AR-EXCHANGE-RATE IS NOT NUMERIC
                    OR AR-EXCHANGE-RATE = ZERO
                MOVE "USD" TO AR-CURRENCY-CODE
                MOVE 1 TO AR-EXCHANGE-RATE
                MOVE AR-INVOICE-AMOUNT TO AR-FOREIGN-AMOUNT
                MOVE AR-PAID-AMOUNT TO AR-FOREIGN-PAID
            END-IF
            COMPUTE WS-OPEN-BALANCE =
                AR-FOREIGN-AMOUNT - AR-FOREIGN-PAID.

        WALK-OPEN-ITEMS.
      *     invoice numbers come off one ascending TICKET-SEQUENCE
      *     series, so reading the ledger in key order applies the
                        NOT AT END
                            IF AR-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND AR-STATUS NOT = "PAID"
                                PERFORM SET-ITEM-CURRENCY
                                IF AR-CURRENCY-CODE = WS-CHECK-CURRENCY
                                    PERFORM APPLY-TO-ONE-ITEM
                                ELSE
                                    DISPLAY "INVOICE " AR-INVOICE-NO
                                        " IS BILLED IN "
                                        AR-CURRENCY-CODE " - SKIPPED"
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

        APPLY-TO-ONE-ITEM.
            MOVE WS-OPEN-BALANCE TO WS-BALANCE-DISP
            MOVE WS-CHECK-REMAINING TO WS-REMAIN-DISP
            DISPLAY "INVOICE " AR-INVOICE-NO
                    MOVE WS-OPEN-BALANCE TO WS-APPLY-AMOUNT
                END-IF

      *         the ledger is relieved at the invoice's rate - all
      *         of the home balance when the item clears, so no
      *         rounding crumb is left open - while the bank got the
      *         check at today's rate
                IF WS-APPLY-AMOUNT = WS-OPEN-BALANCE
                    COMPUTE WS-HOME-RELIEF =
                        AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                ELSE
                    COMPUTE WS-HOME-RELIEF ROUNDED =
                        WS-APPLY-AMOUNT * AR-EXCHANGE-RATE
                    IF WS-HOME-RELIEF >
                            AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                        COMPUTE WS-HOME-RELIEF =
                            AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                    END-IF
                END-IF
                COMPUTE WS-HOME-RECEIVED ROUNDED =
                    WS-APPLY-AMOUNT * XRP-RATE

                ADD WS-HOME-RELIEF TO AR-PAID-AMOUNT
                ADD WS-APPLY-AMOUNT TO AR-FOREIGN-PAID
                SUBTRACT WS-APPLY-AMOUNT FROM WS-CHECK-REMAINING
                MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE
                IF AR-FOREIGN-PAID >= AR-FOREIGN-AMOUNT
                    MOVE "PAID" TO AR-STATUS
                ELSE
                    MOVE "PART" TO AR-STATUS
            MOVE WS-CUSTOMER-CODE TO CR-CUSTOMER-CODE
            MOVE AR-INVOICE-NO TO CR-INVOICE-NO
            MOVE WS-CHECK-NO TO CR-CHECK-NO
            MOVE WS-HOME-RELIEF TO CR-APPLIED-AMOUNT
            MOVE WS-OPERATOR-ID TO CR-OPERATOR
            MOVE WS-CHECK-CURRENCY TO CR-CURRENCY-CODE
            MOVE WS-APPLY-AMOUNT TO CR-FOREIGN-AMOUNT
            MOVE XRP-RATE TO CR-EXCHANGE-RATE
            MOVE WS-HOME-RECEIVED TO CR-HOME-RECEIVED
            MOVE ZERO TO CR-ORDER-NO
            WRITE CASH-RECEIPT-RECORD
            CLOSE CASH-RECEIPT.

        RECORD-ORDER-DEPOSIT.
      *     money up front on a large or custom job - receipted like
      *     any check, but held against the order as a liability
      *     rather than applied to an invoice
            DISPLAY "ENTER WORK ORDER NUMBER (8 DIGITS):"
            ACCEPT WS-ORDER-ENTRY
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ORDER-ENTRY TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    DISPLAY "REJECTED: ORDER NOT ON FILE"
                    CLOSE WORK-ORDER
                    EXIT PARAGRAPH
            END-READ
            IF WO-STATUS = "INVOICED" OR WO-STATUS = "CANCELED"
                DISPLAY "REJECTED: ORDER IS " WO-STATUS
                    " - NOTHING LEFT TO BILL AGAINST"
                CLOSE WORK-ORDER
                EXIT PARAGRAPH
            END-IF
            MOVE WO-CUSTOMER-CODE TO WS-CUSTOMER-CODE
            DISPLAY "ORDER " WO-ORDER-NO " CUSTOMER " WS-CUSTOMER-CODE
                " STATUS " WO-STATUS
            CLOSE WORK-ORDER

            PERFORM LOOKUP-CHECK-RATE
            IF XRP-FOUND NOT = "Y"
                DISPLAY "NO EXCHANGE RATE FOR " WS-CHECK-CURRENCY
                    " ON " WS-TODAY-DATE " - DEPOSIT NOT RECORDED"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER CHECK NUMBER:"
            ACCEPT WS-CHECK-NO
            DISPLAY "ENTER DEPOSIT AMOUNT IN " WS-CHECK-CURRENCY
                " (E.G. 0001234.56):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO WS-APPLY-AMOUNT
            IF WS-APPLY-AMOUNT = ZERO
                DISPLAY "NOTHING TO RECORD"
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-HOME-RECEIVED ROUNDED =
                WS-APPLY-AMOUNT * XRP-RATE

      *     the indexed file may not exist yet on a fresh machine -
      *     create it the first time, as INVOICE-GENERATE does the
      *     AR-LEDGER
            OPEN I-O CUSTOMER-DEPOSIT
            IF WS-DEPOSIT-STATUS = "35"
                OPEN OUTPUT CUSTOMER-DEPOSIT
                CLOSE CUSTOMER-DEPOSIT
                OPEN I-O CUSTOMER-DEPOSIT
            END-IF
            IF WS-DEPOSIT-STATUS NOT = "00"
                DISPLAY "CUSTOMER-DEPOSIT NOT AVAILABLE - STATUS "
                    WS-DEPOSIT-STATUS
                EXIT PARAGRAPH
            END-IF

            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-ORDER-ENTRY TO DP-ORDER-NO
            MOVE WS-TICKET-NO TO DP-RECEIPT-NO
            MOVE WS-CUSTOMER-CODE TO DP-CUSTOMER-CODE
            MOVE WS-TODAY-DATE TO DP-RECEIPT-DATE
            MOVE WS-CHECK-NO TO DP-CHECK-NO
            MOVE WS-CHECK-CURRENCY TO DP-CURRENCY-CODE
            MOVE WS-APPLY-AMOUNT TO DP-FOREIGN-AMOUNT
            MOVE XRP-RATE TO DP-EXCHANGE-RATE
            MOVE WS-HOME-RECEIVED TO DP-AMOUNT
            MOVE "HELD" TO DP-STATUS
            MOVE ZERO TO DP-APPLIED-INVOICE DP-APPLIED-DATE
                DP-FOREIGN-APPLIED DP-APPLIED-AMOUNT DP-AR-RELIEF
            MOVE WS-OPERATOR-ID TO DP-OPERATOR
            WRITE CUSTOMER-DEPOSIT-RECORD
                INVALID KEY
                    DISPLAY "WARNING: DEPOSIT ALREADY ON FILE "
                        DP-RECEIPT-NO
            END-WRITE
            CLOSE CUSTOMER-DEPOSIT

            OPEN EXTEND CASH-RECEIPT
            IF WS-RECEIPT-STATUS = "05" OR WS-RECEIPT-STATUS = "35"
                CLOSE CASH-RECEIPT
                OPEN OUTPUT CASH-RECEIPT
            END-IF
            MOVE WS-TICKET-NO TO CR-RECEIPT-NO
            MOVE WS-TODAY-DATE TO CR-RECEIPT-DATE
            MOVE WS-CUSTOMER-CODE TO CR-CUSTOMER-CODE
            MOVE ZERO TO CR-INVOICE-NO
            MOVE WS-CHECK-NO TO CR-CHECK-NO
            MOVE ZERO TO CR-APPLIED-AMOUNT
            MOVE WS-OPERATOR-ID TO CR-OPERATOR
            MOVE WS-CHECK-CURRENCY TO CR-CURRENCY-CODE
            MOVE WS-APPLY-AMOUNT TO CR-FOREIGN-AMOUNT
            MOVE XRP-RATE TO CR-EXCHANGE-RATE
            MOVE WS-HOME-RECEIVED TO CR-HOME-RECEIVED
            MOVE WS-ORDER-ENTRY TO CR-ORDER-NO
            WRITE CASH-RECEIPT-RECORD
            CLOSE CASH-RECEIPT

            MOVE WS-APPLY-AMOUNT TO WS-REMAIN-DISP
            DISPLAY "RECEIPT " WS-TICKET-NO " - DEPOSIT OF "
                WS-REMAIN-DISP " " WS-CHECK-CURRENCY
                " HELD AGAINST ORDER " WS-ORDER-ENTRY.

        LIST-OPEN-INVOICES.
            DISPLAY "ENTER CUSTOMER CODE (6 CHARS):"
            ACCEPT WS-CUSTOMER-CODE
                        NOT AT END
                            IF AR-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND AR-STATUS NOT = "PAID"
                                PERFORM SET-ITEM-CURRENCY
                                MOVE WS-OPEN-BALANCE
                                    TO WS-BALANCE-DISP
                                DISPLAY "  INVOICE " AR-INVOICE-NO
                                    " DATED " AR-INVOICE-DATE
                                    " " AR-STATUS
                                    " BALANCE " WS-BALANCE-DISP
                                    " " AR-CURRENCY-CODE
                            END-IF
                    END-READ
                END-PERFORM

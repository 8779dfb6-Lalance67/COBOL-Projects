      * check run; a mismatch goes EXCP onto MATCH-EXCEPTION.DAT for
      * purchasing to chase. Unmatched invoices sit in suspense -
      * nothing disappears. The invoice file rewrites whole on save
      * the way SENSOR-MAINTENANCE does. An outside processing order
      * (PO-TYPE "O") is a service charge, not a part purchase - its
      * price leg checks against the charge agreed on the PO rather
      * than the part's PART-COST standard.
      * Keying an invoice (VINVENTR) and running the match pass that
      * approves vouchers (VCHAPPRV) are separately granted functions
      * (see FUNCTION-AUTH); the invoice carries who keyed it and the
      * voucher carries both names for SOD-VIOLATION-REPORT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VENDOR-INVOICE-ENTRY.

        01 WS-AMOUNT-ENTRY       PIC 9(7).99.

      * the whole invoice file rides into this table so matched
      * invoices can be restamped and everything written back. A
      * file bigger than the table is never written back - the
      * match pass refuses to run rather than lose the rest.
        78 INVOICE-MAX           VALUE 300.
        01 WS-INV-FULL           PIC X VALUE "N".
        01 WS-INV-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-INV-IDX            PIC 9(3).
        01 WS-INV-TABLE.
        01 WS-PO-FOUND           PIC X.
        01 WS-PO-PART-CODE       PIC X(6).
        01 WS-PO-ORDER-QTY       PIC 9(5).
        01 WS-PO-TYPE            PIC X.
        01 WS-PO-UNIT-PRICE      PIC 9(5)V99.
        01 WS-RECEIVED-QTY       PIC 9(6).
        01 WS-QTY-DIFF           PIC S9(6).
        01 WS-QTY-LIMIT          PIC 9(6)V99.
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * invoice entry and voucher approval are granted functions
      * held apart - see sod-rule-maintenance.cob
        COPY "FUNCTION-AUTH-PARAMS.cpy".
        01 WS-ENTRY-GRANTED      PIC X.
        01 WS-APPROVE-GRANTED    PIC X.
        01 WS-OPERATOR-ID        PIC X(10).

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                STOP RUN
            END-IF

            MOVE "VINVENTR" TO FAP-FUNCTION
            CALL "FUNCTION-AUTH" USING FUNCTION-AUTH-PARAMS
            MOVE FAP-GRANTED TO WS-ENTRY-GRANTED
            MOVE "VCHAPPRV" TO FAP-FUNCTION
            CALL "FUNCTION-AUTH" USING FUNCTION-AUTH-PARAMS
            MOVE FAP-GRANTED TO WS-APPROVE-GRANTED
            MOVE FAP-OPERATOR-ID TO WS-OPERATOR-ID

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE


                EVALUATE MENU-CHOICE
                    WHEN 1
                        IF WS-ENTRY-GRANTED NOT = "Y"
                            DISPLAY "NOT AUTHORIZED - INVOICE ENTRY"
                                " NEEDS THE VINVENTR GRANT"
                        ELSE
                            PERFORM ENTER-VENDOR-INVOICE
                        END-IF
                    WHEN 2
                        IF WS-APPROVE-GRANTED NOT = "Y"
                            DISPLAY "NOT AUTHORIZED - THE MATCH PASS"
                                " NEEDS THE VCHAPPRV GRANT"
                        ELSE
                            PERFORM RUN-MATCH-PASS
                        END-IF
                    WHEN 3
                        PERFORM LIST-SUSPENSE
                    WHEN 4
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO VI-AMOUNT
            MOVE "SUSP" TO VI-STATUS
            MOVE WS-OPERATOR-ID TO VI-ENTERED-BY
            MOVE ZERO TO VI-APPROVE-DATE

      *     invoices accumulate across mail days - same OPEN EXTEND
      *     with an OPEN OUTPUT fallback the first time as AUDIT-LOG

        RUN-MATCH-PASS.
            PERFORM LOAD-INVOICE-FILE
            IF WS-INV-FULL = "Y"
                DISPLAY "REJECTED: MORE THAN " INVOICE-MAX
                    " VENDOR INVOICES ON FILE - MATCH PASS NOT RUN"
                EXIT PARAGRAPH
            END-IF
            IF WS-INV-COUNT = ZERO
                DISPLAY "NO VENDOR INVOICES ON FILE"
                EXIT PARAGRAPH
                EXIT PARAGRAPH
            END-IF

      *     leg 3 - the price against the PART-COST standard, or
      *     against the agreed charge on an outside processing PO
            IF WS-PO-TYPE = "O"
                MOVE WS-PO-UNIT-PRICE TO WS-STD-PRICE
            ELSE
                PERFORM LOOKUP-STANDARD-PRICE
            END-IF
            IF WS-STD-PRICE > ZERO
                COMPUTE WS-PRICE-DIFF =
                    VI-UNIT-PRICE - WS-STD-PRICE
                COMPUTE WS-PRICE-LIMIT ROUNDED =
                    WS-STD-PRICE * PRICE-TOLERANCE-PCT / 100
                IF WS-PRICE-DIFF > WS-PRICE-LIMIT
                    IF WS-PO-TYPE = "O"
                        MOVE "CHARGE OVER AGREED PRICE + TOLERANCE"
                            TO WS-MATCH-REASON
                    ELSE
                        MOVE "UNIT PRICE OVER STANDARD + TOLERANCE"
                            TO WS-MATCH-REASON
                    END-IF
                    PERFORM FLAG-MATCH-EXCEPTION
                    EXIT PARAGRAPH
                END-IF
            END-IF

            MOVE "APPR" TO VI-STATUS
            MOVE WS-TODAY-DATE TO VI-APPROVE-DATE
            PERFORM WRITE-VOUCHER-ENTRY
            ADD 1 TO WS-APPROVED-COUNT.

        FIND-INVOICE-PO.
            MOVE "N" TO WS-PO-FOUND
            MOVE SPACE TO WS-PO-TYPE
            OPEN INPUT PURCHASE-ORDER
            IF WS-PO-STATUS NOT = "00"
                EXIT PARAGRAPH
                            MOVE "Y" TO WS-PO-FOUND
                            MOVE PO-PART-CODE TO WS-PO-PART-CODE
                            MOVE PO-ORDER-QTY TO WS-PO-ORDER-QTY
                            MOVE PO-TYPE TO WS-PO-TYPE
                            MOVE ZERO TO WS-PO-UNIT-PRICE
                            IF PO-UNIT-PRICE NUMERIC
                                MOVE PO-UNIT-PRICE TO WS-PO-UNIT-PRICE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE VI-PO-NUMBER TO VO-PO-NUMBER
            MOVE VI-AMOUNT TO VO-AMOUNT
            MOVE WS-TODAY-DATE TO VO-APPROVE-DATE
            MOVE VI-INVOICE-DATE TO VO-INVOICE-DATE
            MOVE "OPEN" TO VO-PAY-STATUS
            MOVE ZERO TO VO-CHECK-NO
            MOVE ZERO TO VO-PAID-DATE
            MOVE ZERO TO VO-DISC-TAKEN
            MOVE VI-ENTERED-BY TO VO-ENTERED-BY
            MOVE WS-OPERATOR-ID TO VO-APPROVED-BY
            WRITE VOUCHER-RECORD
            CLOSE VOUCHER

      *     has no REWRITE, same whole-file save as
      *     SENSOR-MAINTENANCE
            MOVE ZERO TO WS-INV-COUNT
            MOVE "N" TO WS-INV-FULL
            OPEN INPUT VENDOR-INVOICE
            IF WS-INVOICE-STATUS NOT = "00"
                EXIT PARAGRAPH
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-INV-COUNT < INVOICE-MAX
                            ADD 1 TO WS-INV-COUNT
                            MOVE VENDOR-INVOICE-RECORD
                                TO WS-INV-ROW(WS-INV-COUNT)
                        ELSE
                            MOVE "Y" TO WS-INV-FULL
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
                        " PO " VI-PO-NUMBER
                        " QTY " VI-QTY
                END-IF
            END-PERFORM
            IF WS-INV-FULL = "Y"
                DISPLAY "  FIRST " INVOICE-MAX " INVOICES ONLY -"
                    " THE FILE HOLDS MORE"
            END-IF.

            END PROGRAM VENDOR-INVOICE-ENTRY.

      * item down so the receivables side nets correctly. The RMA
      * file rewrites whole on save the way SENSOR-MAINTENANCE does,
      * and the open-RMA report keeps the lingering ones visible.
      * Warranty returns arrive already opened by
      * WARRANTY-CLAIM-ENTRY and close without a credit memo. A
      * return for a product defect also opens an NCR through the
      * shared NCR-OPEN writer.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RMA-ENTRY.

      *     same trick as STUDENT-MAINTENANCE's WS-GRADE-ENTRY
        01 WS-CREDIT-ENTRY       PIC 9(7).99.
        01 WS-CREDIT-DISP        PIC ZZZZZZ9.99.
      *     a foreign-currency invoice is credited in the customer's
      *     currency at the rate it was billed at - no exchange
      *     difference arises on giving back part of the invoice
        01 WS-CREDIT-CURRENCY    PIC X(3).
        01 WS-CREDIT-RATE        PIC 9(3)V9(6).
        01 WS-CREDIT-FOREIGN     PIC 9(9)V99.
        01 WS-OPEN-COUNT         PIC 9(3).
        01 WS-RMA-TAG            PIC X(17).

      * the whole RMA file rides into this table so an RMA can be
      * restamped and everything written back
      * journal through the shared PARTS-JOURNAL subprogram
        COPY "PARTS-JOURNAL-PARAMS.cpy".

      * a defect return opens a nonconformance report - see
      * ncr-open.cob
        COPY "NCR-OPEN-PARAMS.cpy".
        01 WS-DEFECT-ANSWER      PIC X.

      * function-level authorization - see operator-maintenance.cob
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.
            ACCEPT RM-QTY
            DISPLAY "ENTER REASON (30 CHARS):"
            ACCEPT RM-REASON
            DISPLAY "RETURNED FOR A PRODUCT DEFECT (Y/N):"
            ACCEPT WS-DEFECT-ANSWER

      *     the RMA number comes from the shared TICKET-SEQUENCE
      *     generator so document numbering stays in one series
            MOVE SPACE TO RM-DISPOSITION
            MOVE ZERO TO RM-LOT-NUMBER
            MOVE ZERO TO RM-CREDIT-AMOUNT
            MOVE ZERO TO RM-CLAIM-NO

            OPEN EXTEND RMA-FILE
            IF WS-RMA-STATUS = "05" OR WS-RMA-STATUS = "35"

            DISPLAY "RMA " RM-RMA-NO " OPENED FOR "
                RM-CUSTOMER-CODE " AGAINST INVOICE "
                RM-INVOICE-NO

      *     a defect return goes past hold-and-dispose - the NCR
      *     makes someone find why it failed
            IF WS-DEFECT-ANSWER = "Y" OR WS-DEFECT-ANSWER = "y"
                DISPLAY "ENTER LOT NUMBER OF THE RETURNED PIECE"
                    " (6 DIGITS, 0 IF UNKNOWN):"
                ACCEPT NOP-LOT-NUMBER
                MOVE "R" TO NOP-SOURCE
                MOVE RM-RMA-NO TO NOP-SOURCE-REF
                MOVE RM-PART-CODE TO NOP-PART-CODE
                MOVE RM-QTY TO NOP-QTY
                MOVE RM-REASON TO NOP-DEFECT
                CALL "NCR-OPEN" USING NCR-OPEN-PARAMS
            END-IF.

        LOAD-RMA-FILE.
      *     the whole file rides into the table so the reviewed RMA
                    "THROUGH SCRAP-ENTRY SO THE YIELD MOVES"
            END-IF

      *     a warranty return is made good, not credited - the
      *     claim that opened it already said so
            IF RM-CLAIM-NO IS NUMERIC AND RM-CLAIM-NO NOT = ZERO
                MOVE ZERO TO RM-CREDIT-AMOUNT
                DISPLAY "WARRANTY RMA FOR CLAIM " RM-CLAIM-NO
                    " - NO CREDIT ISSUED"
            ELSE
                DISPLAY "ENTER CREDIT AMOUNT (E.G. 0000125.00):"
                ACCEPT WS-CREDIT-ENTRY
                MOVE WS-CREDIT-ENTRY TO RM-CREDIT-AMOUNT
                IF RM-CREDIT-AMOUNT > ZERO
                    PERFORM APPLY-CREDIT-TO-AR
                    PERFORM WRITE-CREDIT-MEMO
                END-IF
            END-IF

            MOVE "CLSD" TO RM-STATUS
            MOVE ZERO TO IR-TAX-AMOUNT
            MOVE SPACES TO IR-TAX-JURIS
            MOVE "C" TO IR-DOC-TYPE
            MOVE WS-CREDIT-CURRENCY TO IR-CURRENCY-CODE
            MOVE WS-CREDIT-RATE TO IR-EXCHANGE-RATE
            MOVE WS-CREDIT-FOREIGN TO IR-FOREIGN-AMOUNT
            MOVE ZERO TO IR-FREIGHT-AMOUNT
            MOVE "N" TO IR-FREIGHT-TAXABLE
            WRITE INVOICE-REGISTER-RECORD
            CLOSE INVOICE-REGISTER.

        APPLY-CREDIT-TO-AR.
      *     the credit pays the original open item down like a check
      *     would, so AR nets without the bookkeeper's pencil
            MOVE "USD" TO WS-CREDIT-CURRENCY
            MOVE 1 TO WS-CREDIT-RATE
            MOVE RM-CREDIT-AMOUNT TO WS-CREDIT-FOREIGN
            OPEN I-O AR-LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                EXIT PARAGRAPH
                    EXIT PARAGRAPH
            END-READ
            ADD RM-CREDIT-AMOUNT TO AR-PAID-AMOUNT
            IF AR-EXCHANGE-RATE IS NUMERIC
                    AND AR-EXCHANGE-RATE NOT = ZERO
                MOVE AR-CURRENCY-CODE TO WS-CREDIT-CURRENCY
                MOVE AR-EXCHANGE-RATE TO WS-CREDIT-RATE
                COMPUTE WS-CREDIT-FOREIGN ROUNDED =
                    RM-CREDIT-AMOUNT / AR-EXCHANGE-RATE
                ADD WS-CREDIT-FOREIGN TO AR-FOREIGN-PAID
            END-IF
            MOVE WS-TODAY-DATE TO AR-LAST-PAY-DATE
            IF AR-PAID-AMOUNT >= AR-INVOICE-AMOUNT
                MOVE "PAID" TO AR-STATUS
                    UNTIL WS-RMA-IDX > WS-RMA-COUNT
                MOVE WS-RMA-ROW(WS-RMA-IDX) TO RMA-RECORD
                IF RM-STATUS NOT = "CLSD"
                    MOVE SPACES TO WS-RMA-TAG
                    IF RM-CLAIM-NO IS NUMERIC
                            AND RM-CLAIM-NO NOT = ZERO
                        STRING "WARRANTY " RM-CLAIM-NO
                               DELIMITED BY SIZE INTO WS-RMA-TAG
                    END-IF
                    MOVE SPACES TO OPEN-RMA-LINE
                    STRING "RMA " RM-RMA-NO
                           " " RM-STATUS
                           " PART " RM-PART-CODE
                           " QTY " RM-QTY
                           " OPENED " RM-OPEN-DATE
                           " " WS-RMA-TAG
                           DELIMITED BY SIZE INTO OPEN-RMA-LINE
                    WRITE OPEN-RMA-LINE
                    ADD 1 TO WS-OPEN-COUNT

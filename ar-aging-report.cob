      * DUNNING-NOTICE.CSV for each customer carrying anything past
      * due, in the same comma-delimited style STUDENT-CSV-EXPORT
      * writes so the front office letters come straight off the
      * spreadsheet merge. A foreign-currency customer is aged and
      * dunned in their own currency, shown beside the buckets; the
      * totals line is the home-currency equivalent at each
      * invoice's rate, which is what ties to the books. On the
      * training sandbox the report carries the TRAINING banner and
      * no dunning file is written - practice balances never turn
      * into letters to real customers.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AR-AGING-REPORT.

        01 WS-INVOICE-DAYS       PIC 9(7).
        01 WS-AGE-DAYS           PIC 9(5).
        01 WS-OPEN-BALANCE       PIC 9(9)V99.
        01 WS-HOME-BALANCE       PIC 9(9)V99.
        01 WS-ITEM-CURRENCY      PIC X(3).

      * one accumulator row per customer with anything unpaid - the
      * shop's customer list fits a table the same way
        01 WS-AGING-TABLE.
            05 WS-AGING-ENTRY OCCURS 100 TIMES.
                10 WS-AGE-CUSTOMER   PIC X(6).
                10 WS-AGE-CURRENCY   PIC X(3).
                10 WS-AGE-CURRENT    PIC 9(9)V99.
                10 WS-AGE-OVER-30    PIC 9(9)V99.
                10 WS-AGE-OVER-60    PIC 9(9)V99.
        01 WS-TOTAL-60           PIC 9(9)V99 VALUE ZERO.
        01 WS-TOTAL-90           PIC 9(9)V99 VALUE ZERO.
        01 WS-NOTICE-COUNT       PIC 9(4) VALUE ZERO.

      * which data set this run is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".
        01 WS-CUR-DISP           PIC ZZZZZZZZ9.99.
        01 WS-30-DISP            PIC ZZZZZZZZ9.99.
        01 WS-60-DISP            PIC ZZZZZZZZ9.99.
            END-PERFORM
            CLOSE AR-LEDGER

            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            PERFORM WRITE-AGING-REPORT
            IF TCP-TRAINING = "Y"
                DISPLAY "TRAINING DATA - NO DUNNING NOTICES WRITTEN"
            ELSE
                PERFORM WRITE-DUNNING-NOTICES
            END-IF

            DISPLAY "AR AGING WRITTEN - CUSTOMERS WITH BALANCES: "
                WS-CUST-COUNT " DUNNING LINES: " WS-NOTICE-COUNT
            GOBACK.

        BUCKET-ONE-ITEM.
      *     the customer's buckets are in the item's own currency;
      *     items from before foreign customers carry spaces there
      *     and were billed in home currency
            COMPUTE WS-HOME-BALANCE =
                AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
            IF AR-EXCHANGE-RATE IS NUMERIC
                    AND AR-EXCHANGE-RATE NOT = ZERO
                MOVE AR-CURRENCY-CODE TO WS-ITEM-CURRENCY
                COMPUTE WS-OPEN-BALANCE =
                    AR-FOREIGN-AMOUNT - AR-FOREIGN-PAID
            ELSE
                MOVE "USD" TO WS-ITEM-CURRENCY
                MOVE WS-HOME-BALANCE TO WS-OPEN-BALANCE
            END-IF
            IF WS-OPEN-BALANCE = ZERO
                EXIT PARAGRAPH
            END-IF
                WHEN WS-AGE-DAYS < BUCKET-30-DAYS
                    ADD WS-OPEN-BALANCE
                        TO WS-AGE-CURRENT(WS-CUST-FOUND)
                    ADD WS-HOME-BALANCE TO WS-TOTAL-CURRENT
                WHEN WS-AGE-DAYS < BUCKET-60-DAYS
                    ADD WS-OPEN-BALANCE
                        TO WS-AGE-OVER-30(WS-CUST-FOUND)
                    ADD WS-HOME-BALANCE TO WS-TOTAL-30
                WHEN WS-AGE-DAYS < BUCKET-90-DAYS
                    ADD WS-OPEN-BALANCE
                        TO WS-AGE-OVER-60(WS-CUST-FOUND)
                    ADD WS-HOME-BALANCE TO WS-TOTAL-60
                WHEN OTHER
                    ADD WS-OPEN-BALANCE
                        TO WS-AGE-OVER-90(WS-CUST-FOUND)
                    ADD WS-HOME-BALANCE TO WS-TOTAL-90
            END-EVALUATE

            IF WS-AGE-DAYS > WS-AGE-OLDEST-DAYS(WS-CUST-FOUND)
            PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                    UNTIL WS-CUST-IDX > WS-CUST-COUNT
                IF WS-AGE-CUSTOMER(WS-CUST-IDX) = AR-CUSTOMER-CODE
                        AND WS-AGE-CURRENCY(WS-CUST-IDX)
                            = WS-ITEM-CURRENCY
                    MOVE WS-CUST-IDX TO WS-CUST-FOUND
                END-IF
            END-PERFORM
                MOVE WS-CUST-COUNT TO WS-CUST-FOUND
                MOVE AR-CUSTOMER-CODE
                    TO WS-AGE-CUSTOMER(WS-CUST-FOUND)
                MOVE WS-ITEM-CURRENCY
                    TO WS-AGE-CURRENCY(WS-CUST-FOUND)
                MOVE ZERO TO WS-AGE-CURRENT(WS-CUST-FOUND)
                MOVE ZERO TO WS-AGE-OVER-30(WS-CUST-FOUND)
                MOVE ZERO TO WS-AGE-OVER-60(WS-CUST-FOUND)

        WRITE-AGING-REPORT.
            OPEN OUTPUT AGING-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO AGING-LINE
                WRITE AGING-LINE
            END-IF

            MOVE SPACES TO AGING-LINE
            STRING "AGED RECEIVABLES REPORT - RUN DATE: "

            MOVE SPACES TO AGING-LINE
            STRING "CUSTOMER       CURRENT         30-59"
                   "           60-89           90-PLUS  CUR"
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE

                   "   " WS-30-DISP
                   "   " WS-60-DISP
                   "   " WS-90-DISP
                   "  USD"
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE

                   "   " WS-30-DISP
                   "   " WS-60-DISP
                   "   " WS-90-DISP
                   "  " WS-AGE-CURRENCY(WS-CUST-IDX)
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE.


            MOVE SPACES TO NOTICE-CSV-LINE
            STRING "CUSTOMER-CODE,NAME,PAST-DUE-AMOUNT,"
                   "OLDEST-INVOICE,OLDEST-AGE-DAYS,CURRENCY"
                   DELIMITED BY SIZE INTO NOTICE-CSV-LINE
            WRITE NOTICE-CSV-LINE

                   FUNCTION TRIM(LAST-NAME) ","
                   WS-DUE-DISP ","
                   WS-AGE-OLDEST-INV(WS-CUST-IDX) ","
                   WS-DAYS-DISP ","
                   WS-AGE-CURRENCY(WS-CUST-IDX)
                   DELIMITED BY SIZE INTO NOTICE-CSV-LINE
            WRITE NOTICE-CSV-LINE
            ADD 1 TO WS-NOTICE-COUNT.

        01 WS-AGREED-COST       PIC 9(6)V99.
        01 WS-DISCOUNT-DISP     PIC ZZZZZ9.99.

      * foreign-currency customers - QUOTE-FILE keeps the home-
      * currency amounts for the books, while the printed document
      * shows the customer's own currency at the EXCHANGE-RATES rate
      * in force on the quote date (see exchange-rate-lookup.cob)
        COPY "EXCHANGE-RATE-PARAMS.cpy".
        01 WS-QUOTE-CURRENCY    PIC X(3).
        01 WS-FX-AMOUNT         PIC 9(9)V99.
        01 WS-FX-DISP           PIC ZZZZZZZZ9.99.
        01 WS-FX-RATE-DISP      PIC ZZ9.999999.

      * quote validity - the price holds QUOTE-VALID-DAYS off the
      * parameter master from the quote date (see
      * system-param-lookup.cob); QUOTE-EXPIRY-SWEEP expires a quote
      * nobody answered once that day has passed
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-QUOTE-DAY-INT     PIC 9(7).

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".
        01 WS-EXPECT-HASH       PIC 9(11).
        01 WS-IN-BALANCE        PIC X.

      * routed lines are held in RUN until their last operation is
      * reported - counted through the shared ROUTING-RELEASE routine
        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            PERFORM READ-OPERATOR-ID
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS

            DISPLAY "[I] INTERACTIVE  [B] BATCH (RADIUS-IN FILE)"
            DISPLAY "ENTER MODE:"
                        DISPLAY "UNKNOWN CUSTOMER CODE "
                            WS-QUOTE-CUSTOMER " - QUOTE NOT WRITTEN"
                    NOT INVALID KEY
                        PERFORM LOOKUP-QUOTE-RATE
                        IF XRP-FOUND = "Y"
                            PERFORM APPLY-PRICE-AGREEMENT
                            PERFORM WRITE-QUOTE-RECORD
                            PERFORM WRITE-QUOTE-DOCUMENT
                        ELSE
                            DISPLAY "NO EXCHANGE RATE FOR "
                                WS-QUOTE-CURRENCY
                                " - QUOTE NOT WRITTEN"
                        END-IF
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF.

        LOOKUP-QUOTE-RATE.
      *     the customer's currency and today's rate for it - a
      *     foreign customer with no rate on file gets no quote
      *     rather than one priced at a guess
            MOVE CU-CURRENCY-CODE TO WS-QUOTE-CURRENCY
            IF WS-QUOTE-CURRENCY = SPACES
                MOVE "USD" TO WS-QUOTE-CURRENCY
            END-IF
            MOVE WS-QUOTE-CURRENCY TO XRP-CURRENCY-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
            MOVE WS-AUDIT-TIMESTAMP(1:8) TO XRP-AS-OF-DATE
            CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS.

        CONVERT-QUOTE-AMOUNT.
      *     a home-currency amount into the customer's currency for
      *     the printed document
            COMPUTE WS-FX-AMOUNT ROUNDED = WS-FX-AMOUNT / XRP-RATE
            MOVE WS-FX-AMOUNT TO WS-FX-DISP.

        APPLY-PRICE-AGREEMENT.
      *     the handshake deal, if one stands for this customer and
      *     material today: type P takes a percent off the computed
            MOVE LABOR-COST TO QU-LABOR-COST
            MOVE TOTAL-COST TO QU-TOTAL-COST
            MOVE "OPEN" TO QU-STATUS
            PERFORM SET-QUOTE-VALID-UNTIL
            MOVE ZERO TO QU-STATUS-DATE
            MOVE SPACES TO QU-LOST-REASON
            MOVE SPACES TO QU-COMPETITOR
            MOVE ZERO TO QU-SUPERSEDED-BY QU-REPLACES-QUOTE
            MOVE WS-DISCOUNT TO QU-DISCOUNT
            MOVE WS-QUOTE-CURRENCY TO QU-CURRENCY-CODE
            MOVE XRP-RATE TO QU-EXCHANGE-RATE
            COMPUTE QU-FOREIGN-TOTAL ROUNDED = TOTAL-COST / XRP-RATE
            WRITE QUOTE-RECORD
            CLOSE QUOTE-FILE.

        SET-QUOTE-VALID-UNTIL.
            MOVE "QUOTE-VALID-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS A QUOTED PRICE HOLDS" TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            COMPUTE WS-QUOTE-DAY-INT =
                FUNCTION INTEGER-OF-DATE(QU-QUOTE-DATE) + SPL-VALUE
            COMPUTE QU-VALID-UNTIL =
                FUNCTION DATE-OF-INTEGER(WS-QUOTE-DAY-INT).

        WRITE-QUOTE-DOCUMENT.
      *     the printable copy that goes out the door - appends so a
      *     day's quotes print as one batch
                OPEN OUTPUT QUOTE-PRINT
            END-IF

            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO QUOTE-PRINT-LINE
                WRITE QUOTE-PRINT-LINE
            END-IF
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "QUOTE NO " WS-QUOTE-NO-DISP
                   "   DATE " QU-QUOTE-DATE

            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "CUSTOMER " WS-QUOTE-CUSTOMER
                   "   VALID UNTIL " QU-VALID-UNTIL
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

            IF WS-QUOTE-CURRENCY NOT = "USD"
                MOVE XRP-RATE TO WS-FX-RATE-DISP
                MOVE SPACES TO QUOTE-PRINT-LINE
                STRING "AMOUNTS IN " WS-QUOTE-CURRENCY
                       " AT " WS-FX-RATE-DISP " USD PER UNIT"
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
                WRITE QUOTE-PRINT-LINE
            END-IF

            MOVE MATERIAL-COST TO WS-FX-AMOUNT
            PERFORM CONVERT-QUOTE-AMOUNT
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "ESTIMATED MATERIAL COST " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

            IF WS-DISCOUNT > ZERO
                MOVE WS-DISCOUNT TO WS-FX-AMOUNT
                PERFORM CONVERT-QUOTE-AMOUNT
                MOVE SPACES TO QUOTE-PRINT-LINE
                STRING "AGREEMENT DISCOUNT      " WS-FX-DISP
                       " (ALREADY DEDUCTED)"
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
                WRITE QUOTE-PRINT-LINE
            END-IF

            MOVE SETUP-CHARGE TO WS-FX-AMOUNT
            PERFORM CONVERT-QUOTE-AMOUNT
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "SETUP CHARGE            " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

            MOVE LABOR-COST TO WS-FX-AMOUNT
            PERFORM CONVERT-QUOTE-AMOUNT
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "LABOR COST              " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

            MOVE QU-FOREIGN-TOTAL TO WS-FX-DISP
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "TOTAL ESTIMATE          " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

                        REWRITE WORK-ORDER-RECORD
                END-READ
            ELSE
                IF WS-ORDER-NEW-STATUS = "COMPLETE"
                    PERFORM CHECK-OPEN-OPERATIONS
                END-IF
                MOVE WS-CURRENT-ORDER-NO TO WOL-ORDER-NO
                MOVE WS-CURRENT-LINE-NO TO WOL-LINE-NO
                READ WORK-ORDER-LINE
                END-READ
            END-IF.

        CHECK-OPEN-OPERATIONS.
      *     a routed line is not finished until the floor has
      *     reported its last operation - until then the pass leaves
      *     it RUN, and OPERATION-REPORT completes it
            MOVE "C" TO RRP-FUNCTION
            MOVE WS-CURRENT-ORDER-NO TO RRP-ORDER-NO
            MOVE WS-CURRENT-LINE-NO TO RRP-LINE-NO
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS
            IF RRP-OPEN-STEPS > ZERO
                MOVE "RUN" TO WS-ORDER-NEW-STATUS
            END-IF.

        ROLL-UP-ORDER-STATUS.
      *     the header mirrors its lines: RUN as soon as any line
      *     runs, COMPLETE when no line is left open (QUEUED, RUN,
      *     first run on a shop floor with no rates file yet - seed a
      *     starter set of common stock materials and their
      *     cost-per-square-inch instead of failing the quote outright
      *     (weights are quarter-inch plate)
            OPEN OUTPUT MATERIAL-RATES
            MOVE "STL" TO MR-MATERIAL-CODE
            MOVE 0.0800 TO MR-RATE-PER-SQIN
            MOVE 0.0709 TO MR-WEIGHT-PER-SQIN
            WRITE MATERIAL-RATES-RECORD

            MOVE "ALU" TO MR-MATERIAL-CODE
            MOVE 0.1500 TO MR-RATE-PER-SQIN
            MOVE 0.0245 TO MR-WEIGHT-PER-SQIN
            WRITE MATERIAL-RATES-RECORD

            MOVE "BRS" TO MR-MATERIAL-CODE
            MOVE 0.2200 TO MR-RATE-PER-SQIN
            MOVE 0.0770 TO MR-WEIGHT-PER-SQIN
            WRITE MATERIAL-RATES-RECORD
            CLOSE MATERIAL-RATES.


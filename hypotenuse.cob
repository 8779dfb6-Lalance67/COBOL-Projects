        01 WS-TOTAL-COST        PIC 9(6)V99.
        01 WS-DISCOUNT          PIC 9(6)V99 VALUE ZERO.
        01 WS-AGREED-COST       PIC 9(6)V99.
        01 WS-DISCOUNT-DISP     PIC ZZZZZ9.99.
        01 WS-QUOTE-TIMESTAMP   PIC X(21).

      * foreign-currency customers - the same handling as
      * CIRCUMFERENCE's quote: home currency on QUOTE-FILE, the
      * customer's currency on the printed document
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

      * solving-mode work fields - see the TI-MODE comment above
        01 T-LEG                PIC 99V99.
        01 LEG-DISP             PIC Z9.99.
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

            DISPLAY "[I] INTERACTIVE  [B] BATCH (TRIANGLE-IN FILE)"
            DISPLAY "ENTER MODE:"
            END-READ
            CLOSE CUSTOMER-MASTER

            PERFORM LOOKUP-QUOTE-RATE
            IF XRP-FOUND NOT = "Y"
                DISPLAY "NO EXCHANGE RATE FOR " WS-QUOTE-CURRENCY
                    " - QUOTE NOT WRITTEN"
                EXIT PARAGRAPH
            END-IF

            PERFORM PRICE-TRIANGLE-QUOTE
            PERFORM APPLY-PRICE-AGREEMENT
            PERFORM WRITE-TRIANGLE-QUOTE-RECORD
            PERFORM WRITE-TRIANGLE-QUOTE-DOC.

        LOOKUP-QUOTE-RATE.
      *     the customer's currency and today's rate for it - a
      *     foreign customer with no rate on file gets no quote
      *     rather than one priced at a guess
            MOVE CU-CURRENCY-CODE TO WS-QUOTE-CURRENCY
            IF WS-QUOTE-CURRENCY = SPACES
                MOVE "USD" TO WS-QUOTE-CURRENCY
            END-IF
            MOVE WS-QUOTE-CURRENCY TO XRP-CURRENCY-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-QUOTE-TIMESTAMP
            MOVE WS-QUOTE-TIMESTAMP(1:8) TO XRP-AS-OF-DATE
            CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS.

        CONVERT-QUOTE-AMOUNT.
      *     a home-currency amount into the customer's currency for
      *     the printed document
            COMPUTE WS-FX-AMOUNT ROUNDED = WS-FX-AMOUNT / XRP-RATE
            MOVE WS-FX-AMOUNT TO WS-FX-DISP.

        PRICE-TRIANGLE-QUOTE.
      *     Heron area through the shared MATH-SQRT, then material
      *     off the area and labor off the cut length
            MOVE WS-LABOR-COST TO QU-LABOR-COST
            MOVE WS-TOTAL-COST TO QU-TOTAL-COST
            MOVE "OPEN" TO QU-STATUS
            PERFORM SET-QUOTE-VALID-UNTIL
            MOVE ZERO TO QU-STATUS-DATE
            MOVE SPACES TO QU-LOST-REASON
            MOVE SPACES TO QU-COMPETITOR
            MOVE ZERO TO QU-SUPERSEDED-BY QU-REPLACES-QUOTE
            MOVE WS-DISCOUNT TO QU-DISCOUNT
            MOVE WS-QUOTE-CURRENCY TO QU-CURRENCY-CODE
            MOVE XRP-RATE TO QU-EXCHANGE-RATE
            COMPUTE QU-FOREIGN-TOTAL ROUNDED =
                WS-TOTAL-COST / XRP-RATE
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

        WRITE-TRIANGLE-QUOTE-DOC.
      *     the printable copy that goes out the door - appends so a
      *     day's quotes print as one batch, circle and triangle
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
                   "   TRIANGLE STOCK"
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

            MOVE WS-MATERIAL-COST TO WS-FX-AMOUNT
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

            MOVE WS-SETUP-CHARGE TO WS-FX-AMOUNT
            PERFORM CONVERT-QUOTE-AMOUNT
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "SETUP CHARGE            " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE

            MOVE WS-LABOR-COST TO WS-FX-AMOUNT
            PERFORM CONVERT-QUOTE-AMOUNT
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "CUTTING LABOR           " WS-FX-DISP
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

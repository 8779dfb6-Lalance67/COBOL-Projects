      * PPV-REPORT - purchase price variance, what we pay against
      * the PART-COST standard STOCK-VALUATION values stock at.
      * VENDOR-INVOICE-ENTRY only checks an invoice price against a
      * tolerance to decide the match; this is the month's money.
      * For a prompted month, every vouchered (APPR) invoice dated
      * in it is tied through its PURCHASE-ORDER to the part and
      * extended (VI-UNIT-PRICE - PC-UNIT-COST) x VI-QTY - positive
      * is unfavorable, we paid over standard; negative favorable.
      * PPV-RPT.DAT carries the variance by part and by vendor, the
      * favorable and unfavorable totals, and a price-drift list of
      * the parts whose price has run more than PPV-ALERT-PCT (on
      * the parameter master) from standard for three invoices
      * running - the standard wants revising or the vendor wants a
      * phone call. GL-EXTRACT posts the same variance day by day.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PPV-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VENDOR-INVOICE ASSIGN TO "VENDOR-INVOICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVOICE-STATUS.

            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

            SELECT PART-COST ASSIGN TO "PART-COST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-PART-CODE
                FILE STATUS IS WS-COST-STATUS.

            SELECT PPV-SORT ASSIGN TO "PPV-SORT.TMP".

            SELECT PPV-RPT ASSIGN TO "PPV-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VENDOR-INVOICE.
            COPY "VENDOR-INVOICE-RECORD.cpy".

        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  PART-COST.
            COPY "PART-COST-RECORD.cpy".

        SD  PPV-SORT.
        01  PPV-SORT-RECORD.
            05  PS-PART-CODE         PIC X(6).
            05  PS-INVOICE-DATE      PIC 9(8).
            05  PS-VENDOR-CODE       PIC X(6).
            05  PS-VENDOR-INV-NO     PIC X(12).
            05  PS-QTY               PIC 9(5).
            05  PS-UNIT-PRICE        PIC 9(5)V99.
            05  PS-STD-COST          PIC 9(5)V99.

        FD  PPV-RPT.
        01  PPV-RPT-LINE             PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-INVOICE-STATUS     PIC XX.
        01 WS-PO-STATUS          PIC XX.
        01 WS-COST-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-MONTH-ENTRY        PIC 9(6).
        01 WS-MONTH-START        PIC 9(8).
        01 WS-MONTH-END          PIC 9(8).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * how far off standard a price may run before three running
      * invoices of it flag the part
        01 WS-ALERT-PCT          PIC 9(3)V99.
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * every purchase order, for the invoice-to-part link
        01 WS-PO-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-PO-IDX             PIC 9(4).
        01 WS-PO-TABLE.
            05 WS-PO-ENTRY OCCURS 2000 TIMES.
                10 WS-PO-NO          PIC 9(8).
                10 WS-PO-PART        PIC X(6).
                10 WS-PO-TYPE        PIC X.
        01 WS-WANT-PART          PIC X(6).
        01 WS-WANT-TYPE          PIC X.

      * the part being totalled, and its run of off-standard prices
        01 WS-CUR-PART           PIC X(6) VALUE SPACES.
        01 WS-PART-INVOICES      PIC 9(4).
        01 WS-PART-QTY           PIC 9(7).
        01 WS-PART-STD           PIC 9(5)V99.
        01 WS-PART-VARIANCE      PIC S9(9)V99.
        01 WS-STREAK             PIC 9(3).
        01 WS-LAST-PRICES.
            05 WS-LAST-PRICE OCCURS 3 TIMES PIC 9(5)V99.

        01 WS-LINE-VARIANCE      PIC S9(9)V99.
        01 WS-PRICE-GAP          PIC S9(5)V99.
        01 WS-GAP-LIMIT          PIC 9(7)V99.

      * variance by vendor for the month
        01 WS-VN-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-VN-IDX             PIC 9(3).
        01 WS-VN-FOUND           PIC 9(3).
        01 WS-VENDOR-TABLE.
            05 WS-VN-ENTRY OCCURS 200 TIMES.
                10 WS-VN-CODE        PIC X(6).
                10 WS-VN-INVOICES    PIC 9(4).
                10 WS-VN-VARIANCE    PIC S9(9)V99.

      * the drift list, written after the part section
        01 WS-DR-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-DR-IDX             PIC 9(3).
        01 WS-DRIFT-TABLE.
            05 WS-DR-ENTRY OCCURS 200 TIMES.
                10 WS-DR-PART        PIC X(6).
                10 WS-DR-STD         PIC 9(5)V99.
                10 WS-DR-STREAK      PIC 9(3).
                10 WS-DR-PRICE OCCURS 3 TIMES PIC 9(5)V99.

        01 WS-FAV-TOTAL          PIC S9(9)V99 VALUE ZERO.
        01 WS-UNFAV-TOTAL        PIC S9(9)V99 VALUE ZERO.
        01 WS-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.
        01 WS-INVOICE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-UNPRICED-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-NO-PO-COUNT        PIC 9(5) VALUE ZERO.

        01 WS-AMOUNT-DISP        PIC ZZZZZZZZ9.99-.
        01 WS-PRICE-DISP         PIC ZZZZ9.99.
        01 WS-PRICE-DISP-2       PIC ZZZZ9.99.
        01 WS-PRICE-DISP-3       PIC ZZZZ9.99.
        01 WS-STD-DISP           PIC ZZZZ9.99.
        01 WS-QTY-DISP           PIC ZZZZZZ9.
        01 WS-COUNT-DISP         PIC ZZZ9.
        01 WS-FAV-FLAG           PIC X(5).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "PPV REPORT - MONTH (YYYYMM, 0 FOR LAST MONTH):"
            ACCEPT WS-MONTH-ENTRY
            DISPLAY ""

      *     last month runs to the day before the 1st of this one
            IF WS-MONTH-ENTRY = ZERO
                MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-WORK-DATE
                MOVE "01" TO WS-WORK-DATE(7:2)
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                COMPUTE WS-WORK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                MOVE WS-WORK-DATE(1:6) TO WS-MONTH-ENTRY
            END-IF
            COMPUTE WS-MONTH-START = WS-MONTH-ENTRY * 100 + 1
            IF WS-MONTH-ENTRY(5:2) = "12"
                COMPUTE WS-WORK-DATE =
                    (WS-MONTH-ENTRY + 89) * 100 + 1
            ELSE
                COMPUTE WS-WORK-DATE = (WS-MONTH-ENTRY + 1) * 100 + 1
            END-IF
            COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)

            MOVE "PPV-ALERT-PCT" TO SPL-PARAM-KEY
            MOVE "PRICE DRIFT FROM STANDARD THAT FLAGS A PART"
                TO SPL-DESCRIPTION
            MOVE 5 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-ALERT-PCT

            PERFORM LOAD-PURCHASE-ORDERS
            OPEN INPUT PART-COST
            OPEN OUTPUT PPV-RPT
            PERFORM WRITE-REPORT-HEADING

      *     every invoice to the month end goes through the sort -
      *     the drift run needs the part's earlier prices too - but
      *     only the month's invoices are totalled
            SORT PPV-SORT
                ON ASCENDING KEY PS-PART-CODE
                ON ASCENDING KEY PS-INVOICE-DATE
                ON ASCENDING KEY PS-VENDOR-CODE
                ON ASCENDING KEY PS-VENDOR-INV-NO
                INPUT PROCEDURE IS PULL-INVOICES
                OUTPUT PROCEDURE IS TOTAL-BY-PART

            PERFORM WRITE-VENDOR-SECTION
            PERFORM WRITE-TOTALS
            PERFORM WRITE-DRIFT-SECTION

            CLOSE PPV-RPT
            IF WS-COST-STATUS = "00"
                CLOSE PART-COST
            END-IF

            DISPLAY "PPV REPORT WRITTEN FOR " WS-MONTH-ENTRY
                " - INVOICES: " WS-INVOICE-COUNT
                " DRIFTING PARTS: " WS-DR-COUNT
            GOBACK.

        LOAD-PURCHASE-ORDERS.
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
                        IF WS-PO-COUNT < 2000
                            ADD 1 TO WS-PO-COUNT
                            MOVE PO-NUMBER TO WS-PO-NO(WS-PO-COUNT)
                            MOVE PO-PART-CODE
                                TO WS-PO-PART(WS-PO-COUNT)
                            MOVE PO-TYPE TO WS-PO-TYPE(WS-PO-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER.

        PULL-INVOICES.
            OPEN INPUT VENDOR-INVOICE
            IF WS-INVOICE-STATUS NOT = "00"
                DISPLAY "(NO VENDOR INVOICES ON FILE)"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ VENDOR-INVOICE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF VI-STATUS = "APPR"
                                AND VI-INVOICE-DATE <= WS-MONTH-END
                            PERFORM RELEASE-ONE-INVOICE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VENDOR-INVOICE.

        RELEASE-ONE-INVOICE.
            MOVE SPACES TO WS-WANT-PART WS-WANT-TYPE
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                IF WS-PO-NO(WS-PO-IDX) = VI-PO-NUMBER
                    MOVE WS-PO-PART(WS-PO-IDX) TO WS-WANT-PART
                    MOVE WS-PO-TYPE(WS-PO-IDX) TO WS-WANT-TYPE
                END-IF
            END-PERFORM
      *     an outside processing charge buys a service on parts we
      *     already own - there is no purchase standard to vary from
            IF WS-WANT-TYPE = "O"
                EXIT PARAGRAPH
            END-IF
            IF WS-WANT-PART = SPACES
                IF VI-INVOICE-DATE >= WS-MONTH-START
                    ADD 1 TO WS-NO-PO-COUNT
                END-IF
                EXIT PARAGRAPH
            END-IF

      *     an unpriced part has no standard to vary from - it is
      *     counted so costing can chase it, same as GL-EXTRACT
            MOVE ZERO TO PS-STD-COST
            IF WS-COST-STATUS = "00"
                MOVE WS-WANT-PART TO PC-PART-CODE
                READ PART-COST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PC-UNIT-COST TO PS-STD-COST
                END-READ
            END-IF
            IF PS-STD-COST = ZERO
                IF VI-INVOICE-DATE >= WS-MONTH-START
                    ADD 1 TO WS-UNPRICED-COUNT
                END-IF
                EXIT PARAGRAPH
            END-IF

            MOVE WS-WANT-PART TO PS-PART-CODE
            MOVE VI-INVOICE-DATE TO PS-INVOICE-DATE
            MOVE VI-VENDOR-CODE TO PS-VENDOR-CODE
            MOVE VI-VENDOR-INV-NO TO PS-VENDOR-INV-NO
            MOVE VI-QTY TO PS-QTY
            MOVE VI-UNIT-PRICE TO PS-UNIT-PRICE
            RELEASE PPV-SORT-RECORD.

        TOTAL-BY-PART.
            MOVE SPACES TO PPV-RPT-LINE
            STRING "--- VARIANCE BY PART ---"
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE

            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN PPV-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        IF PS-PART-CODE NOT = WS-CUR-PART
                            PERFORM CLOSE-OUT-PART
                            PERFORM START-NEW-PART
                        END-IF
                        PERFORM TALLY-ONE-INVOICE
                END-RETURN
            END-PERFORM
            PERFORM CLOSE-OUT-PART.

        START-NEW-PART.
            MOVE PS-PART-CODE TO WS-CUR-PART
            MOVE ZERO TO WS-PART-INVOICES WS-PART-QTY
                WS-PART-VARIANCE WS-STREAK WS-LAST-PRICES
            MOVE PS-STD-COST TO WS-PART-STD.

        TALLY-ONE-INVOICE.
      *     the drift run counts across months - a part still on a
      *     run of three or more off-standard prices at the month
      *     end is flagged
            COMPUTE WS-PRICE-GAP = PS-UNIT-PRICE - PS-STD-COST
            IF WS-PRICE-GAP < ZERO
                COMPUTE WS-PRICE-GAP = 0 - WS-PRICE-GAP
            END-IF
            COMPUTE WS-GAP-LIMIT = PS-STD-COST * WS-ALERT-PCT / 100
            IF WS-PRICE-GAP > WS-GAP-LIMIT
                ADD 1 TO WS-STREAK
                MOVE WS-LAST-PRICE(2) TO WS-LAST-PRICE(1)
                MOVE WS-LAST-PRICE(3) TO WS-LAST-PRICE(2)
                MOVE PS-UNIT-PRICE TO WS-LAST-PRICE(3)
            ELSE
                MOVE ZERO TO WS-STREAK
            END-IF

            IF PS-INVOICE-DATE < WS-MONTH-START
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-LINE-VARIANCE =
                (PS-UNIT-PRICE - PS-STD-COST) * PS-QTY
            ADD 1 TO WS-PART-INVOICES WS-INVOICE-COUNT
            ADD PS-QTY TO WS-PART-QTY
            ADD WS-LINE-VARIANCE TO WS-PART-VARIANCE WS-NET-TOTAL
            IF WS-LINE-VARIANCE < ZERO
                ADD WS-LINE-VARIANCE TO WS-FAV-TOTAL
            ELSE
                ADD WS-LINE-VARIANCE TO WS-UNFAV-TOTAL
            END-IF
            PERFORM TALLY-VENDOR.

        TALLY-VENDOR.
            MOVE ZERO TO WS-VN-FOUND
            PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                    UNTIL WS-VN-IDX > WS-VN-COUNT
                IF WS-VN-CODE(WS-VN-IDX) = PS-VENDOR-CODE
                    MOVE WS-VN-IDX TO WS-VN-FOUND
                END-IF
            END-PERFORM
            IF WS-VN-FOUND = ZERO AND WS-VN-COUNT < 200
                ADD 1 TO WS-VN-COUNT
                MOVE WS-VN-COUNT TO WS-VN-FOUND
                MOVE PS-VENDOR-CODE TO WS-VN-CODE(WS-VN-FOUND)
                MOVE ZERO TO WS-VN-INVOICES(WS-VN-FOUND)
                    WS-VN-VARIANCE(WS-VN-FOUND)
            END-IF
            IF WS-VN-FOUND > ZERO
                ADD 1 TO WS-VN-INVOICES(WS-VN-FOUND)
                ADD WS-LINE-VARIANCE TO WS-VN-VARIANCE(WS-VN-FOUND)
            END-IF.

        CLOSE-OUT-PART.
      *     a part with no invoice this month prints nothing - its
      *     earlier invoices only fed the drift run
            IF WS-CUR-PART = SPACES OR WS-PART-INVOICES = ZERO
                EXIT PARAGRAPH
            END-IF
            PERFORM SET-FAV-FLAG
            MOVE WS-PART-VARIANCE TO WS-AMOUNT-DISP
            MOVE WS-PART-STD TO WS-STD-DISP
            MOVE WS-PART-QTY TO WS-QTY-DISP
            MOVE WS-PART-INVOICES TO WS-COUNT-DISP
            MOVE SPACES TO PPV-RPT-LINE
            STRING "PART " WS-CUR-PART
                   " STD " WS-STD-DISP
                   " INVOICES " WS-COUNT-DISP
                   " QTY " WS-QTY-DISP
                   " VARIANCE " WS-AMOUNT-DISP
                   " " WS-FAV-FLAG
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE

            IF WS-STREAK >= 3 AND WS-DR-COUNT < 200
                ADD 1 TO WS-DR-COUNT
                MOVE WS-CUR-PART TO WS-DR-PART(WS-DR-COUNT)
                MOVE WS-PART-STD TO WS-DR-STD(WS-DR-COUNT)
                MOVE WS-STREAK TO WS-DR-STREAK(WS-DR-COUNT)
                MOVE WS-LAST-PRICE(1) TO WS-DR-PRICE(WS-DR-COUNT, 1)
                MOVE WS-LAST-PRICE(2) TO WS-DR-PRICE(WS-DR-COUNT, 2)
                MOVE WS-LAST-PRICE(3) TO WS-DR-PRICE(WS-DR-COUNT, 3)
            END-IF.

        SET-FAV-FLAG.
            EVALUATE TRUE
                WHEN WS-PART-VARIANCE < ZERO
                    MOVE "FAV" TO WS-FAV-FLAG
                WHEN WS-PART-VARIANCE > ZERO
                    MOVE "UNFAV" TO WS-FAV-FLAG
                WHEN OTHER
                    MOVE SPACES TO WS-FAV-FLAG
            END-EVALUATE.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO PPV-RPT-LINE
            STRING "PURCHASE PRICE VARIANCE - MONTH " WS-MONTH-START
                   " TO " WS-MONTH-END
                   " - RUN " WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE SPACES TO PPV-RPT-LINE
            STRING "VARIANCE = (INVOICE PRICE - STANDARD) X QTY;"
                   " NEGATIVE IS FAVORABLE"
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE SPACES TO PPV-RPT-LINE
            WRITE PPV-RPT-LINE.

        WRITE-VENDOR-SECTION.
            MOVE SPACES TO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE SPACES TO PPV-RPT-LINE
            STRING "--- VARIANCE BY VENDOR ---"
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                    UNTIL WS-VN-IDX > WS-VN-COUNT
                MOVE WS-VN-VARIANCE(WS-VN-IDX) TO WS-PART-VARIANCE
                PERFORM SET-FAV-FLAG
                MOVE WS-VN-VARIANCE(WS-VN-IDX) TO WS-AMOUNT-DISP
                MOVE WS-VN-INVOICES(WS-VN-IDX) TO WS-COUNT-DISP
                MOVE SPACES TO PPV-RPT-LINE
                STRING "VENDOR " WS-VN-CODE(WS-VN-IDX)
                       " INVOICES " WS-COUNT-DISP
                       " VARIANCE " WS-AMOUNT-DISP
                       " " WS-FAV-FLAG
                       DELIMITED BY SIZE INTO PPV-RPT-LINE
                WRITE PPV-RPT-LINE
            END-PERFORM.

        WRITE-TOTALS.
            MOVE SPACES TO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE WS-FAV-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO PPV-RPT-LINE
            STRING "FAVORABLE TOTAL:     " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE WS-UNFAV-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO PPV-RPT-LINE
            STRING "UNFAVORABLE TOTAL:   " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE WS-NET-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO PPV-RPT-LINE
            STRING "NET PRICE VARIANCE:  " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            IF WS-UNPRICED-COUNT NOT = ZERO
                MOVE SPACES TO PPV-RPT-LINE
                STRING "INVOICES FOR UNPRICED PARTS SKIPPED: "
                       WS-UNPRICED-COUNT
                       DELIMITED BY SIZE INTO PPV-RPT-LINE
                WRITE PPV-RPT-LINE
            END-IF
            IF WS-NO-PO-COUNT NOT = ZERO
                MOVE SPACES TO PPV-RPT-LINE
                STRING "INVOICES WITH NO PURCHASE ORDER SKIPPED: "
                       WS-NO-PO-COUNT
                       DELIMITED BY SIZE INTO PPV-RPT-LINE
                WRITE PPV-RPT-LINE
            END-IF.

        WRITE-DRIFT-SECTION.
            MOVE SPACES TO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            MOVE WS-ALERT-PCT TO WS-PRICE-DISP
            MOVE SPACES TO PPV-RPT-LINE
            STRING "--- PRICE DRIFT: 3+ INVOICES RUNNING MORE THAN"
                   WS-PRICE-DISP "% OFF STANDARD ---"
                   DELIMITED BY SIZE INTO PPV-RPT-LINE
            WRITE PPV-RPT-LINE
            IF WS-DR-COUNT = ZERO
                MOVE SPACES TO PPV-RPT-LINE
                STRING "NONE" DELIMITED BY SIZE INTO PPV-RPT-LINE
                WRITE PPV-RPT-LINE
            END-IF
            PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                    UNTIL WS-DR-IDX > WS-DR-COUNT
                MOVE WS-DR-STD(WS-DR-IDX) TO WS-STD-DISP
                MOVE WS-DR-PRICE(WS-DR-IDX, 1) TO WS-PRICE-DISP
                MOVE WS-DR-PRICE(WS-DR-IDX, 2) TO WS-PRICE-DISP-2
                MOVE WS-DR-PRICE(WS-DR-IDX, 3) TO WS-PRICE-DISP-3
                MOVE WS-DR-STREAK(WS-DR-IDX) TO WS-COUNT-DISP
                MOVE SPACES TO PPV-RPT-LINE
                STRING "** PART " WS-DR-PART(WS-DR-IDX)
                       " STD " WS-STD-DISP
                       " LAST PRICES " WS-PRICE-DISP
                       WS-PRICE-DISP-2 WS-PRICE-DISP-3
                       " RUN OF " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO PPV-RPT-LINE
                WRITE PPV-RPT-LINE
            END-PERFORM.

            END PROGRAM PPV-REPORT.

      * FREIGHT-REPORT - the month's freight, rated against paid. For
      * a prompted month (YYYYMM, 0 for last month) every shipment
      * SHIP-CONFIRM logged with freight terms is listed by carrier:
      * the estimated weight and zone, the charge rated off the
      * carrier's rate table, what was billed on to the customer
      * (prepay-and-add only - prepaid freight is ours to absorb and
      * collect freight is the customer's to pay), and what the
      * carrier actually invoiced for it on FREIGHT-BILL.DAT. The
      * variance is billed less actual, so a prepaid shipment shows
      * its whole cost and a prepay-and-add shipment shows what we
      * failed to recover. Shipments the carrier has not billed yet,
      * and collect shipments the carrier billed to us anyway, are
      * flagged for accounts payable. Entries shipped before freight
      * terms were captured are skipped.
      * The report goes to FREIGHT-RPT.DAT and into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FREIGHT-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SHIPPING-LOG ASSIGN TO "SHIPPING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPLOG-STATUS.

            SELECT FREIGHT-BILL ASSIGN TO "FREIGHT-BILL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BILL-STATUS.

            SELECT CARRIER-MASTER ASSIGN TO "CARRIER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CA-CARRIER-CODE
                FILE STATUS IS WS-CARRIER-STATUS.

            SELECT FREIGHT-WORK ASSIGN TO "FREIGHT-WORK.TMP".

            SELECT FREIGHT-RPT ASSIGN TO "FREIGHT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SHIPPING-LOG.
            COPY "SHIPPING-LOG-RECORD.cpy".

        FD  FREIGHT-BILL.
            COPY "FREIGHT-BILL-RECORD.cpy".

        FD  CARRIER-MASTER.
            COPY "CARRIER-RECORD.cpy".

      * one row per shipment in the month, by carrier then order
        SD  FREIGHT-WORK.
        01  FREIGHT-WORK-RECORD.
            05  FW-CARRIER           PIC X(10).
            05  FW-ORDER-NO          PIC 9(8).
            05  FW-SHIP-DATE         PIC 9(8).
            05  FW-CUSTOMER-CODE     PIC X(6).
            05  FW-FREIGHT-TERM      PIC X.
            05  FW-SHIP-WEIGHT       PIC 9(5)V99.
            05  FW-ZONE              PIC 9(2).
            05  FW-RATED             PIC 9(5)V99.

        FD  FREIGHT-RPT.
        01  FREIGHT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-SHIPLOG-STATUS     PIC XX.
        01 WS-BILL-STATUS        PIC XX.
        01 WS-CARRIER-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * the report month and its first and last days
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 99.
        01 WS-PERIOD-START       PIC 9(8).
        01 WS-PERIOD-END         PIC 9(8).

      * the carriers' bills, summed by order and carrier - a bill
      * can arrive in a later month than the shipment, so the whole
      * file is read, not just the report month
        78 MAX-BILLS             VALUE 1000.
        01 WS-FB-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-FB-IDX             PIC 9(4).
        01 WS-FB-FOUND           PIC 9(4).
        01 WS-BILL-TABLE.
            05 WS-FB-ENTRY OCCURS 1000 TIMES.
                10 WS-FB-ORDER-NO    PIC 9(8).
                10 WS-FB-CARRIER     PIC X(10).
                10 WS-FB-AMOUNT      PIC 9(7)V99.
        01 WS-TABLE-FULL         PIC X VALUE "N".

      * the shipment in hand
        01 WS-BILLED             PIC 9(5)V99.
        01 WS-ACTUAL             PIC 9(7)V99.
        01 WS-VARIANCE           PIC S9(7)V99.
        01 WS-TERM-TEXT          PIC X(8).
        01 WS-NOTE-TEXT          PIC X(20).

      * the carrier in hand
        01 WS-CURRENT-CARRIER    PIC X(10) VALUE SPACES.
        01 WS-CURRENT-NAME       PIC X(25).
        01 WS-FIRST-CARRIER      PIC X VALUE "Y".
        01 WS-CA-SHIPMENTS       PIC 9(5).
        01 WS-CA-RATED           PIC 9(9)V99.
        01 WS-CA-BILLED          PIC 9(9)V99.
        01 WS-CA-ACTUAL          PIC 9(9)V99.
        01 WS-CA-VARIANCE        PIC S9(9)V99.

      * run totals
        01 WS-SHIPMENT-COUNT     PIC 9(7) VALUE ZERO.
        01 WS-CARRIER-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-GRAND-RATED        PIC 9(9)V99 VALUE ZERO.
        01 WS-GRAND-BILLED       PIC 9(9)V99 VALUE ZERO.
        01 WS-GRAND-ACTUAL       PIC 9(9)V99 VALUE ZERO.
        01 WS-GRAND-VARIANCE     PIC S9(9)V99 VALUE ZERO.

        01 WS-WEIGHT-DISP        PIC ZZZZ9.99.
        01 WS-ZONE-DISP          PIC Z9.
        01 WS-AMOUNT-DISP        PIC ZZZ,ZZ9.99.
        01 WS-BILLED-DISP        PIC ZZZ,ZZ9.99.
        01 WS-ACTUAL-DISP        PIC ZZZ,ZZ9.99.
        01 WS-VARIANCE-DISP      PIC ZZZ,ZZ9.99-.
        01 WS-TOTAL-DISP         PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-COUNT-DISP         PIC ZZZZ9.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog so a closed
      * month can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "FREIGHT-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
            DISPLAY "FREIGHT REPORT - MONTH (YYYYMM, 0 FOR LAST"
                " MONTH):"
            ACCEPT WS-PERIOD-ENTRY
            DISPLAY ""

      *     last month runs to the day before the 1st of this one
            IF WS-PERIOD-ENTRY = ZERO
                MOVE WS-TODAY-DATE TO WS-WORK-DATE
                MOVE "01" TO WS-WORK-DATE(7:2)
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                COMPUTE WS-WORK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                MOVE WS-WORK-DATE(1:6) TO WS-PERIOD-ENTRY
            END-IF
            MOVE WS-PERIOD-ENTRY(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "PERIOD MONTH MUST BE 01-12"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            COMPUTE WS-PERIOD-START = WS-PERIOD-ENTRY * 100 + 1
            COMPUTE WS-PERIOD-END = WS-PERIOD-ENTRY * 100 + 31

            PERFORM LOAD-FREIGHT-BILLS

            OPEN INPUT CARRIER-MASTER
            OPEN OUTPUT FREIGHT-RPT

            SORT FREIGHT-WORK
                ON ASCENDING KEY FW-CARRIER
                ON ASCENDING KEY FW-ORDER-NO
                INPUT PROCEDURE IS RELEASE-SHIPMENTS
                OUTPUT PROCEDURE IS PRINT-SHIPMENTS

            IF WS-FIRST-CARRIER = "N"
                PERFORM FINISH-CARRIER
            END-IF
            PERFORM WRITE-RUN-TOTALS
            CLOSE FREIGHT-RPT
            CLOSE CARRIER-MASTER

            MOVE "FREIGHT-RPT" TO SPP-REPORT-NAME
            MOVE "FREIGHT-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-SHIPMENT-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "FREIGHT REPORT WRITTEN TO FREIGHT-RPT.DAT -"
                " SHIPMENTS: " WS-SHIPMENT-COUNT
            GOBACK.

        LOAD-FREIGHT-BILLS.
            OPEN INPUT FREIGHT-BILL
            IF WS-BILL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ FREIGHT-BILL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM ADD-ONE-BILL
                END-READ
            END-PERFORM
            CLOSE FREIGHT-BILL.

        ADD-ONE-BILL.
            MOVE FB-ORDER-NO TO SL-ORDER-NO
            MOVE FB-CARRIER-CODE TO SL-CARRIER
            PERFORM FIND-BILL
            IF WS-FB-FOUND = ZERO
                IF WS-FB-COUNT >= MAX-BILLS
                    MOVE "Y" TO WS-TABLE-FULL
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-FB-COUNT
                MOVE WS-FB-COUNT TO WS-FB-FOUND
                MOVE FB-ORDER-NO TO WS-FB-ORDER-NO(WS-FB-FOUND)
                MOVE FB-CARRIER-CODE TO WS-FB-CARRIER(WS-FB-FOUND)
                MOVE ZERO TO WS-FB-AMOUNT(WS-FB-FOUND)
            END-IF
            ADD FB-AMOUNT TO WS-FB-AMOUNT(WS-FB-FOUND).

        FIND-BILL.
      *     looks up SL-ORDER-NO / SL-CARRIER - the bill loader sets
      *     them from the bill, the report from the sorted shipment
            MOVE ZERO TO WS-FB-FOUND
            PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                    UNTIL WS-FB-IDX > WS-FB-COUNT
                       OR WS-FB-FOUND > ZERO
                IF WS-FB-ORDER-NO(WS-FB-IDX) = SL-ORDER-NO
                        AND WS-FB-CARRIER(WS-FB-IDX) = SL-CARRIER
                    MOVE WS-FB-IDX TO WS-FB-FOUND
                END-IF
            END-PERFORM.

        RELEASE-SHIPMENTS.
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
                        PERFORM RELEASE-ONE-SHIPMENT
                END-READ
            END-PERFORM
            CLOSE SHIPPING-LOG.

        RELEASE-ONE-SHIPMENT.
      *     entries logged before freight terms were captured carry
      *     spaces in the freight fields and are left off
            IF SL-SHIP-DATE < WS-PERIOD-START
                    OR SL-SHIP-DATE > WS-PERIOD-END
                EXIT PARAGRAPH
            END-IF
            IF SL-FREIGHT-TERM = SPACE
                    OR SL-SHIP-WEIGHT NOT NUMERIC
                    OR SL-FREIGHT-AMOUNT NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE SL-CARRIER TO FW-CARRIER
            MOVE SL-ORDER-NO TO FW-ORDER-NO
            MOVE SL-SHIP-DATE TO FW-SHIP-DATE
            MOVE SL-CUSTOMER-CODE TO FW-CUSTOMER-CODE
            MOVE SL-FREIGHT-TERM TO FW-FREIGHT-TERM
            MOVE SL-SHIP-WEIGHT TO FW-SHIP-WEIGHT
            IF SL-ZONE NUMERIC
                MOVE SL-ZONE TO FW-ZONE
            ELSE
                MOVE ZERO TO FW-ZONE
            END-IF
            MOVE SL-FREIGHT-AMOUNT TO FW-RATED
            RELEASE FREIGHT-WORK-RECORD.

        PRINT-SHIPMENTS.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN FREIGHT-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-SHIPMENT
                END-RETURN
            END-PERFORM.

        PRINT-ONE-SHIPMENT.
            IF WS-FIRST-CARRIER = "Y"
                    OR FW-CARRIER NOT = WS-CURRENT-CARRIER
                IF WS-FIRST-CARRIER = "N"
                    PERFORM FINISH-CARRIER
                END-IF
                MOVE "N" TO WS-FIRST-CARRIER
                MOVE FW-CARRIER TO WS-CURRENT-CARRIER
                MOVE ZERO TO WS-CA-SHIPMENTS WS-CA-RATED WS-CA-BILLED
                    WS-CA-ACTUAL WS-CA-VARIANCE
                PERFORM START-CARRIER
            END-IF

      *     only prepay-and-add freight went on the customer's invoice
            MOVE ZERO TO WS-BILLED
            EVALUATE FW-FREIGHT-TERM
                WHEN "P"
                    MOVE "PREPAID" TO WS-TERM-TEXT
                WHEN "C"
                    MOVE "COLLECT" TO WS-TERM-TEXT
                WHEN "A"
                    MOVE "PREP+ADD" TO WS-TERM-TEXT
                    MOVE FW-RATED TO WS-BILLED
                WHEN OTHER
                    MOVE FW-FREIGHT-TERM TO WS-TERM-TEXT
            END-EVALUATE

            MOVE FW-ORDER-NO TO SL-ORDER-NO
            MOVE FW-CARRIER TO SL-CARRIER
            PERFORM FIND-BILL
            MOVE SPACES TO WS-NOTE-TEXT
            IF WS-FB-FOUND = ZERO
                MOVE ZERO TO WS-ACTUAL
                IF FW-FREIGHT-TERM NOT = "C"
                    MOVE "NO CARRIER BILL YET" TO WS-NOTE-TEXT
                END-IF
            ELSE
                MOVE WS-FB-AMOUNT(WS-FB-FOUND) TO WS-ACTUAL
                IF FW-FREIGHT-TERM = "C"
                    MOVE "COLLECT BILLED TO US" TO WS-NOTE-TEXT
                END-IF
            END-IF
            COMPUTE WS-VARIANCE = WS-BILLED - WS-ACTUAL

            MOVE FW-SHIP-WEIGHT TO WS-WEIGHT-DISP
            MOVE FW-ZONE TO WS-ZONE-DISP
            MOVE FW-RATED TO WS-AMOUNT-DISP
            MOVE WS-BILLED TO WS-BILLED-DISP
            MOVE WS-ACTUAL TO WS-ACTUAL-DISP
            MOVE WS-VARIANCE TO WS-VARIANCE-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  " FW-ORDER-NO
                   "  " FW-SHIP-DATE
                   "  " FW-CUSTOMER-CODE
                   "  " WS-TERM-TEXT
                   " " WS-WEIGHT-DISP
                   "   " WS-ZONE-DISP
                   "  " WS-AMOUNT-DISP
                   "  " WS-BILLED-DISP
                   "  " WS-ACTUAL-DISP
                   "  " WS-VARIANCE-DISP
                   "  " WS-NOTE-TEXT
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE

            ADD 1 TO WS-CA-SHIPMENTS
            ADD 1 TO WS-SHIPMENT-COUNT
            ADD FW-RATED TO WS-CA-RATED
            ADD WS-BILLED TO WS-CA-BILLED
            ADD WS-ACTUAL TO WS-CA-ACTUAL
            ADD WS-VARIANCE TO WS-CA-VARIANCE.

        START-CARRIER.
            MOVE "NOT ON FILE" TO WS-CURRENT-NAME
            MOVE WS-CURRENT-CARRIER TO CA-CARRIER-CODE
            READ CARRIER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CA-NAME TO WS-CURRENT-NAME
            END-READ
            ADD 1 TO WS-CARRIER-COUNT
            MOVE SPACES TO FREIGHT-LINE
            STRING "FREIGHT REPORT - PERIOD " WS-PERIOD-ENTRY
                   "  RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE SPACES TO FREIGHT-LINE
            STRING "CARRIER: " WS-CURRENT-CARRIER
                   " " WS-CURRENT-NAME
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            IF WS-TABLE-FULL = "Y"
                MOVE SPACES TO FREIGHT-LINE
                STRING "*** TOO MANY CARRIER BILL LINES - LATER BILLS"
                       " NOT COUNTED ***"
                       DELIMITED BY SIZE INTO FREIGHT-LINE
                WRITE FREIGHT-LINE
            END-IF
            MOVE SPACES TO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE SPACES TO FREIGHT-LINE
            STRING "  ORDER     SHIPPED   CUST    TERMS     WEIGHT"
                   "  ZONE       RATED      BILLED      ACTUAL"
                   "    VARIANCE"
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE.

        FINISH-CARRIER.
            MOVE WS-CA-SHIPMENTS TO WS-COUNT-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  CARRIER TOTAL - SHIPMENTS: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-CA-RATED TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "    RATED:               " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-CA-BILLED TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "    BILLED TO CUSTOMERS: " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-CA-ACTUAL TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "    CARRIER ACTUAL:      " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-CA-VARIANCE TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "    VARIANCE:            " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE SPACES TO FREIGHT-LINE
            WRITE FREIGHT-LINE

            ADD WS-CA-RATED TO WS-GRAND-RATED
            ADD WS-CA-BILLED TO WS-GRAND-BILLED
            ADD WS-CA-ACTUAL TO WS-GRAND-ACTUAL
            ADD WS-CA-VARIANCE TO WS-GRAND-VARIANCE.

        WRITE-RUN-TOTALS.
            MOVE SPACES TO FREIGHT-LINE
            STRING "FREIGHT REPORT TOTALS - PERIOD " WS-PERIOD-ENTRY
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE SPACES TO FREIGHT-LINE
            STRING "  CARRIERS:              " WS-CARRIER-COUNT
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE SPACES TO FREIGHT-LINE
            STRING "  SHIPMENTS:             " WS-SHIPMENT-COUNT
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-GRAND-RATED TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  RATED:                 " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-GRAND-BILLED TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  BILLED TO CUSTOMERS:   " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-GRAND-ACTUAL TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  CARRIER ACTUAL:        " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE
            MOVE WS-GRAND-VARIANCE TO WS-TOTAL-DISP
            MOVE SPACES TO FREIGHT-LINE
            STRING "  VARIANCE:              " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO FREIGHT-LINE
            WRITE FREIGHT-LINE.

            END PROGRAM FREIGHT-REPORT.

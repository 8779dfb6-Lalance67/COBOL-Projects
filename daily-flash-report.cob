      * DAILY-FLASH-REPORT - the owner's one-page morning numbers,
      * cut at END-OF-DAY across sales, production and finance:
      *   bookings  - new WORK-ORDER headers by entered date, at
      *               their entry-time estimate;
      *   shipments - SHIPPING-LOG confirmations, at the order's
      *               estimate;
      *   invoicing - the INVOICE-REGISTER total, RMA credit memos
      *               netted off;
      *   cash      - CASH-RECEIPT home currency actually received;
      *   yield     - good over started pieces for the lots made,
      *               LOT-YIELD's figures where SCRAP-ENTRY kept
      *               them, else the lot's LOT-DETAIL items (same
      *               rule as OEE-REPORT's quality leg);
      *   downtime  - DOWNTIME-LOG stoppage minutes.
      * Each shows the day and month-to-date beside the same point
      * last month (the same day number, or the month's last day
      * when last month was shorter), with the month-to-date change.
      * Below them the open backlog at its estimate by promise week
      * and the AR past due 30 days or more - snapshots that only
      * exist as of the close, so last month's side of those comes
      * off FLASH-HISTORY. Today's figures go onto FLASH-HISTORY
      * for trending (a re-run replaces the day). Writes
      * DAILY-FLASH.DAT, captured into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DAILY-FLASH-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT SHIPPING-LOG ASSIGN TO "SHIPPING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPLOG-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT CASH-RECEIPT ASSIGN TO "CASH-RECEIPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT LOT-YIELD ASSIGN TO "LOT-YIELD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-YIELD-STATUS.

            SELECT DOWNTIME-LOG ASSIGN TO "DOWNTIME-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOWN-STATUS.

            SELECT FLASH-HISTORY ASSIGN TO "FLASH-HISTORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FH-FLASH-DATE
                FILE STATUS IS WS-HIST-STATUS.

            SELECT FLASH-RPT ASSIGN TO "DAILY-FLASH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  SHIPPING-LOG.
            COPY "SHIPPING-LOG-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  CASH-RECEIPT.
            COPY "CASH-RECEIPT-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

        FD  LOT-YIELD.
            COPY "LOT-YIELD-RECORD.cpy".

        FD  DOWNTIME-LOG.
            COPY "DOWNTIME-RECORD.cpy".

        FD  FLASH-HISTORY.
            COPY "FLASH-HISTORY-RECORD.cpy".

        FD  FLASH-RPT.
        01  FLASH-RPT-LINE           PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-SHIPLOG-STATUS     PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-YIELD-STATUS       PIC XX.
        01 WS-DOWN-STATUS        PIC XX.
        01 WS-HIST-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-ORDERS-OPEN        PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-INT          PIC 9(7).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * AR-AGING-REPORT's current bucket ends at 30 days - anything
      * older is past due
        78 PAST-DUE-DAYS         VALUE 30.
        01 WS-AGE-DAYS           PIC S9(7).

      * the four windows every flow figure is tallied into - today,
      * month-to-date, the same day last month, and last month to
      * that day
        01 WS-PERIOD-TABLE.
            05 WS-PER-ENTRY OCCURS 4 TIMES.
                10 WS-PER-START      PIC 9(8).
                10 WS-PER-END        PIC 9(8).
                10 WS-IN-PER         PIC X.
                10 WS-PF-BOOKED-COUNT  PIC 9(5).
                10 WS-PF-BOOKED-VALUE  PIC 9(9)V99.
                10 WS-PF-SHIPPED-COUNT PIC 9(5).
                10 WS-PF-SHIPPED-VALUE PIC 9(9)V99.
                10 WS-PF-INVOICED    PIC S9(9)V99.
                10 WS-PF-CASH        PIC 9(9)V99.
                10 WS-PF-STARTED     PIC 9(7).
                10 WS-PF-GOOD        PIC 9(7).
                10 WS-PF-DOWN-MIN    PIC 9(7).
        01 WS-PER-IDX            PIC 9.
        01 WS-TEST-DATE          PIC 9(8).
        01 WS-LAST-MONTH-DATE    PIC 9(8).
        01 WS-CASH-AMOUNT        PIC 9(9)V99.

      * lots made from the start of last month on, by first item
      * made - LOT-YIELD overrides the item counts where it has them
        78 MAX-LOTS              VALUE 500.
        01 WS-LOT-COUNT          PIC 9(4) VALUE ZERO.
        01 WS-LOT-IDX            PIC 9(4).
        01 WS-LOT-FOUND          PIC 9(4).
        01 WS-LOT-TABLE.
            05 WS-LOT-ENTRY OCCURS 500 TIMES.
                10 WS-LOT-NO         PIC 9(6).
                10 WS-LOT-DATE       PIC 9(8).
                10 WS-LOT-STARTED    PIC 9(5).
                10 WS-LOT-GOOD       PIC 9(5).

      * the open backlog by promise week - 1 past due, 2-5 this
      * Monday-Sunday week and the three after, 6 later, 7 no
      * promise date - now, and as FLASH-HISTORY had it last month
        01 WS-WEEK-START-INT     PIC 9(7).
        01 WS-PROMISE-INT        PIC 9(7).
        01 WS-BUCKET             PIC 9(3).
        01 WS-BL-IDX             PIC 9.
        01 WS-BACKLOG-TABLE.
            05 WS-BL-ENTRY OCCURS 7 TIMES.
                10 WS-BL-COUNT       PIC 9(5).
                10 WS-BL-VALUE       PIC 9(9)V99.
                10 WS-LM-BL-VALUE    PIC 9(9)V99.
        01 WS-BL-TOTAL-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-BL-TOTAL           PIC 9(9)V99 VALUE ZERO.
        01 WS-LM-BL-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01 WS-AR-PAST-DUE-COUNT  PIC 9(5) VALUE ZERO.
        01 WS-AR-PAST-DUE        PIC 9(9)V99 VALUE ZERO.
        01 WS-LM-AR-PAST-DUE     PIC 9(9)V99 VALUE ZERO.
        01 WS-LM-HISTORY         PIC X VALUE "N".

      * one printed row - C count, A amount, P percent
        01 WS-ROW-LABEL          PIC X(24).
        01 WS-ROW-KIND           PIC X.
        01 WS-ROW-TABLE.
            05 WS-ROW-VALUE      PIC S9(9)V99 OCCURS 4 TIMES.
        01 WS-COL-TABLE.
            05 WS-COL-TEXT       PIC X(15) OCCURS 4 TIMES.
        01 WS-CHANGE             PIC S9(7)V9.
        01 WS-CHANGE-TEXT        PIC X(10).
        01 WS-COL-IDX            PIC 9.
        01 WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZZ,ZZ9.
        01 WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-PCT-DISP           PIC Z(11)9.9-.
        01 WS-CHANGE-DISP        PIC ZZZZ9.9-.
        01 WS-BUCKET-NAME        PIC X(24).

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the flash is captured into the spool catalog so any
      * morning's page can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "DAILY-FLASH-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            PERFORM SET-PERIODS

            PERFORM TALLY-ORDERS
            PERFORM TALLY-SHIPMENTS
            PERFORM TALLY-INVOICES
            PERFORM TALLY-CASH
            PERFORM TALLY-PAST-DUE-AR
            PERFORM LOAD-LOTS
            PERFORM LOAD-LOT-YIELDS
            PERFORM TALLY-LOTS
            PERFORM TALLY-DOWNTIME

            PERFORM OPEN-FLASH-HISTORY
            PERFORM READ-LAST-MONTH-HISTORY
            PERFORM WRITE-FLASH-REPORT
            PERFORM SAVE-FLASH-HISTORY
            CLOSE FLASH-HISTORY

            MOVE "DAILY-FLASH" TO SPP-REPORT-NAME
            MOVE "DAILY-FLASH.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-PF-BOOKED-COUNT(1) TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "DAILY FLASH WRITTEN TO DAILY-FLASH.DAT"
            GOBACK.

        SET-PERIODS.
            INITIALIZE WS-PERIOD-TABLE
            INITIALIZE WS-BACKLOG-TABLE
            MOVE WS-TODAY-DATE TO WS-PER-START(1) WS-PER-END(1)
            MOVE WS-TODAY-DATE TO WS-PER-START(2) WS-PER-END(2)
            MOVE "01" TO WS-PER-START(2)(7:2)

      *     last month ends the day before the 1st of this one; the
      *     same point is today's day number, or that last day when
      *     last month had fewer days
            COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-PER-START(2)) - 1
            COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
            MOVE WS-WORK-DATE TO WS-LAST-MONTH-DATE
            IF WS-TODAY-DATE(7:2) < WS-WORK-DATE(7:2)
                MOVE WS-TODAY-DATE(7:2) TO WS-LAST-MONTH-DATE(7:2)
            END-IF
            MOVE WS-LAST-MONTH-DATE TO WS-PER-START(3) WS-PER-END(3)
            MOVE WS-LAST-MONTH-DATE TO WS-PER-START(4) WS-PER-END(4)
            MOVE "01" TO WS-PER-START(4)(7:2)

      *     day 1 of the integer date scale was a Monday - same
      *     arithmetic as DATE-SERVICE
            COMPUTE WS-WEEK-START-INT = WS-TODAY-INT
                - FUNCTION MOD(WS-TODAY-INT + 6, 7).

        MATCH-PERIODS.
      *     flags which of the four windows WS-TEST-DATE falls in
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-TEST-DATE >= WS-PER-START(WS-PER-IDX)
                        AND WS-TEST-DATE <= WS-PER-END(WS-PER-IDX)
                    MOVE "Y" TO WS-IN-PER(WS-PER-IDX)
                ELSE
                    MOVE "N" TO WS-IN-PER(WS-PER-IDX)
                END-IF
            END-PERFORM.

        TALLY-ORDERS.
      *     one pass over the order headers books the new orders and
      *     buckets everything still open by promise week
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ORDERS-OPEN
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM BOOK-ONE-ORDER
                        PERFORM BUCKET-ONE-ORDER
                END-READ
            END-PERFORM.

        BOOK-ONE-ORDER.
            MOVE WO-ENTERED-DATE TO WS-TEST-DATE
            PERFORM MATCH-PERIODS
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-IN-PER(WS-PER-IDX) = "Y"
                    ADD 1 TO WS-PF-BOOKED-COUNT(WS-PER-IDX)
                    ADD WO-EST-VALUE TO WS-PF-BOOKED-VALUE(WS-PER-IDX)
                END-IF
            END-PERFORM.

        BUCKET-ONE-ORDER.
      *     shipped, invoiced and canceled orders are out of the
      *     backlog; everything else is work still owed a customer
            IF WO-STATUS = "SHIPPED" OR WO-STATUS = "INVOICED"
                    OR WO-STATUS = "CANCELED"
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN WO-PROMISE-DATE NOT NUMERIC
                    MOVE 7 TO WS-BL-IDX
                WHEN WO-PROMISE-DATE = ZERO
                    MOVE 7 TO WS-BL-IDX
                WHEN WO-PROMISE-DATE < WS-TODAY-DATE
                    MOVE 1 TO WS-BL-IDX
                WHEN OTHER
                    COMPUTE WS-PROMISE-INT =
                        FUNCTION INTEGER-OF-DATE(WO-PROMISE-DATE)
                    COMPUTE WS-BUCKET =
                        (WS-PROMISE-INT - WS-WEEK-START-INT) / 7 + 2
                    IF WS-BUCKET > 5
                        MOVE 6 TO WS-BL-IDX
                    ELSE
                        MOVE WS-BUCKET TO WS-BL-IDX
                    END-IF
            END-EVALUATE
            ADD 1 TO WS-BL-COUNT(WS-BL-IDX)
            ADD WO-EST-VALUE TO WS-BL-VALUE(WS-BL-IDX)
            ADD 1 TO WS-BL-TOTAL-COUNT
            ADD WO-EST-VALUE TO WS-BL-TOTAL.

        TALLY-SHIPMENTS.
      *     each confirmation is valued at its order's estimate - the
      *     order file is still open from the bookings pass
            OPEN INPUT SHIPPING-LOG
            IF WS-SHIPLOG-STATUS NOT = "00"
                IF WS-ORDERS-OPEN = "Y"
                    CLOSE WORK-ORDER
                END-IF
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SHIPPING-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SHIP-ONE-ENTRY
                END-READ
            END-PERFORM
            CLOSE SHIPPING-LOG
            IF WS-ORDERS-OPEN = "Y"
                CLOSE WORK-ORDER
            END-IF.

        SHIP-ONE-ENTRY.
            MOVE SL-SHIP-DATE TO WS-TEST-DATE
            IF WS-TEST-DATE < WS-PER-START(4)
                EXIT PARAGRAPH
            END-IF
            PERFORM MATCH-PERIODS
            MOVE ZERO TO WO-EST-VALUE
            IF WS-ORDERS-OPEN = "Y"
                MOVE SL-ORDER-NO TO WO-ORDER-NO
                READ WORK-ORDER
                    INVALID KEY
                        MOVE ZERO TO WO-EST-VALUE
                END-READ
            END-IF
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-IN-PER(WS-PER-IDX) = "Y"
                    ADD 1 TO WS-PF-SHIPPED-COUNT(WS-PER-IDX)
                    ADD WO-EST-VALUE TO WS-PF-SHIPPED-VALUE(WS-PER-IDX)
                END-IF
            END-PERFORM.

        TALLY-INVOICES.
      *     a credit memo nets against the day it was issued
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
                        MOVE IR-INVOICE-DATE TO WS-TEST-DATE
                        PERFORM MATCH-PERIODS
                        PERFORM INVOICE-ONE-ENTRY
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        INVOICE-ONE-ENTRY.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-IN-PER(WS-PER-IDX) = "Y"
                    IF IR-DOC-TYPE = "C"
                        SUBTRACT IR-TOTAL-AMOUNT
                            FROM WS-PF-INVOICED(WS-PER-IDX)
                    ELSE
                        ADD IR-TOTAL-AMOUNT
                            TO WS-PF-INVOICED(WS-PER-IDX)
                    END-IF
                END-IF
            END-PERFORM.

        TALLY-CASH.
      *     what reached the bank - an application from before
      *     foreign customers received what it applied
            OPEN INPUT CASH-RECEIPT
            IF WS-RECEIPT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CASH-RECEIPT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CASH-ONE-RECEIPT
                END-READ
            END-PERFORM
            CLOSE CASH-RECEIPT.

        CASH-ONE-RECEIPT.
            MOVE CR-RECEIPT-DATE TO WS-TEST-DATE
            PERFORM MATCH-PERIODS
            IF CR-HOME-RECEIVED NUMERIC
                MOVE CR-HOME-RECEIVED TO WS-CASH-AMOUNT
            ELSE
                MOVE CR-APPLIED-AMOUNT TO WS-CASH-AMOUNT
            END-IF
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-IN-PER(WS-PER-IDX) = "Y"
                    ADD WS-CASH-AMOUNT TO WS-PF-CASH(WS-PER-IDX)
                END-IF
            END-PERFORM.

        TALLY-PAST-DUE-AR.
            OPEN INPUT AR-LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AR-LEDGER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AR-STATUS NOT = "PAID"
                            COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                                - FUNCTION INTEGER-OF-DATE
                                    (AR-INVOICE-DATE)
                            IF WS-AGE-DAYS >= PAST-DUE-DAYS
                                ADD 1 TO WS-AR-PAST-DUE-COUNT
                                COMPUTE WS-AR-PAST-DUE = WS-AR-PAST-DUE
                                    + AR-INVOICE-AMOUNT
                                    - AR-PAID-AMOUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-LEDGER.

        LOAD-LOTS.
      *     every lot item made since the 1st of last month starts,
      *     and every one not flagged scrap is good; the lot counts
      *     on the day its first item was made
            OPEN INPUT LOT-DETAIL
            IF WS-DETAIL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-DETAIL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF LD-MADE-DATE NUMERIC
                                AND LD-MADE-DATE >= WS-PER-START(4)
                                AND LD-MADE-DATE <= WS-TODAY-DATE
                            PERFORM TALLY-ONE-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-DETAIL.

        TALLY-ONE-ITEM.
            MOVE ZERO TO WS-LOT-FOUND
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-NO(WS-LOT-IDX) = LD-LOT-NUMBER
                    MOVE WS-LOT-IDX TO WS-LOT-FOUND
                END-IF
            END-PERFORM
            IF WS-LOT-FOUND = ZERO AND WS-LOT-COUNT < MAX-LOTS
                ADD 1 TO WS-LOT-COUNT
                MOVE WS-LOT-COUNT TO WS-LOT-FOUND
                MOVE LD-LOT-NUMBER TO WS-LOT-NO(WS-LOT-FOUND)
                MOVE LD-MADE-DATE TO WS-LOT-DATE(WS-LOT-FOUND)
                MOVE ZERO TO WS-LOT-STARTED(WS-LOT-FOUND)
                    WS-LOT-GOOD(WS-LOT-FOUND)
            END-IF
            IF WS-LOT-FOUND > ZERO
                IF LD-MADE-DATE < WS-LOT-DATE(WS-LOT-FOUND)
                    MOVE LD-MADE-DATE TO WS-LOT-DATE(WS-LOT-FOUND)
                END-IF
                ADD 1 TO WS-LOT-STARTED(WS-LOT-FOUND)
                IF LD-SCRAP-FLAG NOT = "Y"
                    ADD 1 TO WS-LOT-GOOD(WS-LOT-FOUND)
                END-IF
            END-IF.

        LOAD-LOT-YIELDS.
      *     where SCRAP-ENTRY has kept figures for a lot, they are
      *     the lot's word on started and good
            OPEN INPUT LOT-YIELD
            IF WS-YIELD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-YIELD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                            IF WS-LOT-NO(WS-LOT-IDX) = LY-LOT-NUMBER
                                MOVE LY-STARTED-QTY
                                    TO WS-LOT-STARTED(WS-LOT-IDX)
                                MOVE LY-GOOD-QTY
                                    TO WS-LOT-GOOD(WS-LOT-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE LOT-YIELD.

        TALLY-LOTS.
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                MOVE WS-LOT-DATE(WS-LOT-IDX) TO WS-TEST-DATE
                PERFORM MATCH-PERIODS
                PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                        UNTIL WS-PER-IDX > 4
                    IF WS-IN-PER(WS-PER-IDX) = "Y"
                        ADD WS-LOT-STARTED(WS-LOT-IDX)
                            TO WS-PF-STARTED(WS-PER-IDX)
                        ADD WS-LOT-GOOD(WS-LOT-IDX)
                            TO WS-PF-GOOD(WS-PER-IDX)
                    END-IF
                END-PERFORM
            END-PERFORM.

        TALLY-DOWNTIME.
            OPEN INPUT DOWNTIME-LOG
            IF WS-DOWN-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DOWNTIME-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE DT-DOWN-DATE TO WS-TEST-DATE
                        PERFORM MATCH-PERIODS
                        PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                                UNTIL WS-PER-IDX > 4
                            IF WS-IN-PER(WS-PER-IDX) = "Y"
                                ADD DT-MINUTES
                                    TO WS-PF-DOWN-MIN(WS-PER-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE DOWNTIME-LOG.

        OPEN-FLASH-HISTORY.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as OEE-REPORT's OPEN-OEE-HISTORY
            OPEN I-O FLASH-HISTORY
            IF WS-HIST-STATUS = "35"
                OPEN OUTPUT FLASH-HISTORY
                CLOSE FLASH-HISTORY
                OPEN I-O FLASH-HISTORY
            END-IF.

        READ-LAST-MONTH-HISTORY.
      *     the backlog and past-due AR as they stood at the close
      *     the same day last month - none until the flash has run
      *     a month
            MOVE "N" TO WS-LM-HISTORY
            MOVE WS-LAST-MONTH-DATE TO FH-FLASH-DATE
            READ FLASH-HISTORY
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE "Y" TO WS-LM-HISTORY
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1 UNTIL WS-BL-IDX > 7
                MOVE FH-BACKLOG-BUCKET(WS-BL-IDX)
                    TO WS-LM-BL-VALUE(WS-BL-IDX)
                ADD FH-BACKLOG-BUCKET(WS-BL-IDX) TO WS-LM-BL-TOTAL
            END-PERFORM
            MOVE FH-AR-PAST-DUE TO WS-LM-AR-PAST-DUE.

        WRITE-FLASH-REPORT.
            OPEN OUTPUT FLASH-RPT

            MOVE SPACES TO FLASH-RPT-LINE
            STRING "MANAGEMENT DAILY FLASH - " WS-TODAY-DATE
                   "   COMPARED WITH " WS-LAST-MONTH-DATE
                   DELIMITED BY SIZE INTO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE
            MOVE SPACES TO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE
            MOVE SPACES TO FLASH-RPT-LINE
            STRING "                                  TODAY"
                   "    LAST MO DAY            MTD"
                   "       LAST MTD   MTD CHG"
                   DELIMITED BY SIZE INTO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE

            MOVE "BOOKINGS - ORDERS" TO WS-ROW-LABEL
            MOVE "C" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-BOOKED-COUNT(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "BOOKINGS - VALUE" TO WS-ROW-LABEL
            MOVE "A" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-BOOKED-VALUE(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "SHIPMENTS" TO WS-ROW-LABEL
            MOVE "C" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-SHIPPED-COUNT(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "SHIPMENTS - VALUE" TO WS-ROW-LABEL
            MOVE "A" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-SHIPPED-VALUE(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "INVOICED, NET OF CREDITS" TO WS-ROW-LABEL
            MOVE "A" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-INVOICED(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "CASH RECEIVED" TO WS-ROW-LABEL
            MOVE "A" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-CASH(WS-PER-IDX) TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

      *     the yield change is in points, not a percent of a percent
            MOVE "YIELD %" TO WS-ROW-LABEL
            MOVE "P" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                IF WS-PF-STARTED(WS-PER-IDX) = ZERO
                    MOVE ZERO TO WS-ROW-VALUE(WS-PER-IDX)
                ELSE
                    COMPUTE WS-ROW-VALUE(WS-PER-IDX) ROUNDED =
                        WS-PF-GOOD(WS-PER-IDX) * 100
                        / WS-PF-STARTED(WS-PER-IDX)
                END-IF
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE "DOWNTIME MINUTES" TO WS-ROW-LABEL
            MOVE "C" TO WS-ROW-KIND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
                MOVE WS-PF-DOWN-MIN(WS-PER-IDX)
                    TO WS-ROW-VALUE(WS-PER-IDX)
            END-PERFORM
            PERFORM PRINT-FLOW-ROW

            MOVE SPACES TO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE
            MOVE SPACES TO FLASH-RPT-LINE
            STRING "OPEN BACKLOG BY PROMISE          ORDERS"
                   "            NOW     LAST MONTH"
                   DELIMITED BY SIZE INTO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1 UNTIL WS-BL-IDX > 7
                PERFORM PRINT-BACKLOG-ROW
            END-PERFORM
            MOVE "TOTAL OPEN BACKLOG" TO WS-ROW-LABEL
            MOVE WS-BL-TOTAL-COUNT TO WS-ROW-VALUE(1)
            MOVE WS-BL-TOTAL TO WS-ROW-VALUE(2)
            MOVE WS-LM-BL-TOTAL TO WS-ROW-VALUE(3)
            PERFORM PRINT-SNAPSHOT-ROW

            MOVE SPACES TO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE
            MOVE "PAST-DUE AR (30+ DAYS)" TO WS-ROW-LABEL
            MOVE WS-AR-PAST-DUE-COUNT TO WS-ROW-VALUE(1)
            MOVE WS-AR-PAST-DUE TO WS-ROW-VALUE(2)
            MOVE WS-LM-AR-PAST-DUE TO WS-ROW-VALUE(3)
            PERFORM PRINT-SNAPSHOT-ROW

            IF WS-LOT-COUNT >= MAX-LOTS
                MOVE SPACES TO FLASH-RPT-LINE
                STRING "*** TOO MANY LOTS SINCE LAST MONTH - YIELD"
                       " COUNTS THE FIRST 500 ONLY ***"
                       DELIMITED BY SIZE INTO FLASH-RPT-LINE
                WRITE FLASH-RPT-LINE
            END-IF

            CLOSE FLASH-RPT.

        PRINT-FLOW-ROW.
            PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 4
                PERFORM EDIT-ONE-COLUMN
            END-PERFORM

      *     month-to-date against last month to the same day
            EVALUATE TRUE
                WHEN WS-ROW-KIND = "P"
                    COMPUTE WS-CHANGE = WS-ROW-VALUE(2)
                        - WS-ROW-VALUE(4)
                    MOVE WS-CHANGE TO WS-CHANGE-DISP
                    MOVE SPACES TO WS-CHANGE-TEXT
                    STRING WS-CHANGE-DISP "PT"
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                WHEN WS-ROW-VALUE(4) = ZERO
                    MOVE "     N/A" TO WS-CHANGE-TEXT
                WHEN OTHER
                    COMPUTE WS-CHANGE ROUNDED =
                        (WS-ROW-VALUE(2) - WS-ROW-VALUE(4)) * 100
                        / WS-ROW-VALUE(4)
                        ON SIZE ERROR
                            MOVE 99999.9 TO WS-CHANGE
                    END-COMPUTE
                    IF WS-CHANGE > 99999.9
                        MOVE 99999.9 TO WS-CHANGE
                    END-IF
                    MOVE WS-CHANGE TO WS-CHANGE-DISP
                    MOVE SPACES TO WS-CHANGE-TEXT
                    STRING WS-CHANGE-DISP "%"
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
            END-EVALUATE

            MOVE SPACES TO FLASH-RPT-LINE
            STRING WS-ROW-LABEL
                   WS-COL-TEXT(1)
                   WS-COL-TEXT(2)
                   WS-COL-TEXT(3)
                   WS-COL-TEXT(4)
                   " " WS-CHANGE-TEXT
                   DELIMITED BY SIZE INTO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE.

        EDIT-ONE-COLUMN.
            EVALUATE WS-ROW-KIND
                WHEN "C"
                    MOVE WS-ROW-VALUE(WS-COL-IDX) TO WS-COUNT-DISP
                    MOVE WS-COUNT-DISP TO WS-COL-TEXT(WS-COL-IDX)
                WHEN "P"
                    MOVE WS-ROW-VALUE(WS-COL-IDX) TO WS-PCT-DISP
                    MOVE WS-PCT-DISP TO WS-COL-TEXT(WS-COL-IDX)
                WHEN OTHER
                    MOVE WS-ROW-VALUE(WS-COL-IDX) TO WS-AMOUNT-DISP
                    MOVE WS-AMOUNT-DISP TO WS-COL-TEXT(WS-COL-IDX)
            END-EVALUATE.

        PRINT-BACKLOG-ROW.
            EVALUATE WS-BL-IDX
                WHEN 1
                    MOVE "  PAST PROMISE DATE" TO WS-ROW-LABEL
                WHEN 2
                    MOVE "  THIS WEEK" TO WS-ROW-LABEL
                WHEN 3
                    MOVE "  NEXT WEEK" TO WS-ROW-LABEL
                WHEN 4
                    MOVE "  WEEK 3" TO WS-ROW-LABEL
                WHEN 5
                    MOVE "  WEEK 4" TO WS-ROW-LABEL
                WHEN 6
                    MOVE "  LATER" TO WS-ROW-LABEL
                WHEN OTHER
                    MOVE "  NO PROMISE DATE" TO WS-ROW-LABEL
            END-EVALUATE
            MOVE WS-BL-COUNT(WS-BL-IDX) TO WS-ROW-VALUE(1)
            MOVE WS-BL-VALUE(WS-BL-IDX) TO WS-ROW-VALUE(2)
            MOVE WS-LM-BL-VALUE(WS-BL-IDX) TO WS-ROW-VALUE(3)
            PERFORM PRINT-SNAPSHOT-ROW.

        PRINT-SNAPSHOT-ROW.
      *     count, value now, value at the close last month
            MOVE WS-ROW-VALUE(1) TO WS-COUNT-DISP
            MOVE WS-COUNT-DISP TO WS-COL-TEXT(1)
            MOVE WS-ROW-VALUE(2) TO WS-AMOUNT-DISP
            MOVE WS-AMOUNT-DISP TO WS-COL-TEXT(2)
            IF WS-LM-HISTORY = "Y"
                MOVE WS-ROW-VALUE(3) TO WS-AMOUNT-DISP
                MOVE WS-AMOUNT-DISP TO WS-COL-TEXT(3)
            ELSE
                MOVE "     NO HISTORY" TO WS-COL-TEXT(3)
            END-IF
            MOVE SPACES TO FLASH-RPT-LINE
            STRING WS-ROW-LABEL
                   WS-COL-TEXT(1)
                   WS-COL-TEXT(2)
                   WS-COL-TEXT(3)
                   DELIMITED BY SIZE INTO FLASH-RPT-LINE
            WRITE FLASH-RPT-LINE.

        SAVE-FLASH-HISTORY.
            INITIALIZE FLASH-HISTORY-RECORD
            MOVE WS-TODAY-DATE TO FH-FLASH-DATE
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2
                MOVE WS-PF-BOOKED-COUNT(WS-PER-IDX)
                    TO FH-BOOKED-COUNT(WS-PER-IDX)
                MOVE WS-PF-BOOKED-VALUE(WS-PER-IDX)
                    TO FH-BOOKED-VALUE(WS-PER-IDX)
                MOVE WS-PF-SHIPPED-COUNT(WS-PER-IDX)
                    TO FH-SHIPPED-COUNT(WS-PER-IDX)
                MOVE WS-PF-SHIPPED-VALUE(WS-PER-IDX)
                    TO FH-SHIPPED-VALUE(WS-PER-IDX)
                MOVE WS-PF-INVOICED(WS-PER-IDX)
                    TO FH-INVOICED(WS-PER-IDX)
                MOVE WS-PF-CASH(WS-PER-IDX) TO FH-CASH(WS-PER-IDX)
                MOVE WS-PF-STARTED(WS-PER-IDX)
                    TO FH-STARTED-QTY(WS-PER-IDX)
                MOVE WS-PF-GOOD(WS-PER-IDX) TO FH-GOOD-QTY(WS-PER-IDX)
                MOVE WS-PF-DOWN-MIN(WS-PER-IDX)
                    TO FH-DOWN-MINUTES(WS-PER-IDX)
            END-PERFORM
            MOVE WS-BL-TOTAL-COUNT TO FH-BACKLOG-COUNT
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1 UNTIL WS-BL-IDX > 7
                MOVE WS-BL-VALUE(WS-BL-IDX)
                    TO FH-BACKLOG-BUCKET(WS-BL-IDX)
            END-PERFORM
            MOVE WS-AR-PAST-DUE-COUNT TO FH-AR-PAST-DUE-COUNT
            MOVE WS-AR-PAST-DUE TO FH-AR-PAST-DUE
            WRITE FLASH-HISTORY-RECORD
                INVALID KEY
                    REWRITE FLASH-HISTORY-RECORD
            END-WRITE.

            END PROGRAM DAILY-FLASH-REPORT.

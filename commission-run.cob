      * COMMISSION-RUN - the month's sales commission, paid on cash
      * we actually collected. For a prompted month (YYYYMM, 0 for
      * last month) every CASH-RECEIPT application dated in the
      * month is commissionable (and so is a customer deposit
      * INVOICE-GENERATE applied against an invoice that month - it
      * is cash collected on it, only earlier): the home-currency
      * relief it gave the invoice's AR-LEDGER item is split across
      * the invoice's billed WORK-ORDER-LINE amounts (so tax and
      * surcharges earn nothing) and credited to each order's
      * salesperson - the work order's WO-SALESPERSON-ID override,
      * else the customer's CU-SALESPERSON-ID, resolved at run
      * time. An invoice billed before lines carried their invoice
      * number credits the customer's salesperson on its pre-tax
      * share.
      * An RMA credit memo dated in the month takes the commission
      * back on as much of the credit as had been collected by month
      * end - nobody loses commission they were never paid. Each
      * salesperson's own SALESPERSON percent applies, and a split
      * hands its share of every line to the split partner.
      * Commission that lands on nobody (no salesperson on the
      * order or customer, or one since deleted) is listed at the
      * end for the sales manager to sort out.
      * Each salesperson gets a statement page with invoice detail
      * in COMMISSION-STMT.DAT, captured into the spool, and the
      * month goes to the payroll service as COMMISSION-EXPORT.DAT
      * (see COMMISSION-EXPORT-RECORD.cpy).
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COMMISSION-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASH-RECEIPT ASSIGN TO "CASH-RECEIPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

            SELECT CUSTOMER-DEPOSIT ASSIGN TO "CUSTOMER-DEPOSIT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DP-DEPOSIT-KEY
                FILE STATUS IS WS-DEPOSIT-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT RMA-FILE ASSIGN TO "RMA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RMA-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT SALESPERSON-FILE ASSIGN TO "SALESPERSON.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SP-SALESPERSON-ID
                FILE STATUS IS WS-SALESPERSON-STATUS.

            SELECT COMMISSION-WORK ASSIGN TO "COMMISSION-WORK.TMP".

            SELECT COMMISSION-STMT ASSIGN TO "COMMISSION-STMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT COMMISSION-EXPORT
                ASSIGN TO "COMMISSION-EXPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CASH-RECEIPT.
            COPY "CASH-RECEIPT-RECORD.cpy".

        FD  CUSTOMER-DEPOSIT.
            COPY "CUSTOMER-DEPOSIT-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  RMA-FILE.
            COPY "RMA-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  SALESPERSON-FILE.
            COPY "SALESPERSON-RECORD.cpy".

      * one commission line per salesperson per invoice per kind -
      * C on cash collected, R taken back on an RMA credit memo. A
      * line moved by a split shows the partner on both sides: T on
      * the line kept by the salesperson who gave it, F on the
      * partner's line. Commission that found no salesperson sorts
      * last under HIGH-VALUES.
        SD  COMMISSION-WORK.
        01  COMMISSION-WORK-RECORD.
            05  CW-SALESPERSON-ID    PIC X(4).
            05  CW-INVOICE-NO        PIC 9(8).
            05  CW-TYPE              PIC X.
            05  CW-SPLIT-ROLE        PIC X.
            05  CW-CUSTOMER-CODE     PIC X(6).
            05  CW-BASE              PIC 9(9)V99.
            05  CW-PCT               PIC 9(2)V99.
            05  CW-COMMISSION        PIC S9(7)V99.
            05  CW-SPLIT-PARTNER     PIC X(4).
            05  CW-SPLIT-PCT         PIC 9(3).

        FD  COMMISSION-STMT.
        01  COMMISSION-LINE          PIC X(132).

        FD  COMMISSION-EXPORT.
            COPY "COMMISSION-EXPORT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-DEPOSIT-STATUS     PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-RMA-STATUS         PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-SALESPERSON-STATUS PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EXPORT-STATUS      PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-RUN-TIME           PIC 9(6).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * the commission month and its first and last days
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 99.
        01 WS-PERIOD-START       PIC 9(8).
        01 WS-PERIOD-END         PIC 9(8).

      * the month's credit memos, by RMA number, until RMA.DAT says
      * which invoice each one credits
        78 MAX-CREDITS           VALUE 200.
        01 WS-CM-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-CM-IDX             PIC 9(4).
        01 WS-CREDIT-TABLE.
            05 WS-CM-ENTRY OCCURS 200 TIMES.
                10 WS-CM-RMA-NO      PIC 9(8).
                10 WS-CM-AMOUNT      PIC 9(9)V99.

      * one row per invoice with cash collected or credit taken in
      * the month - what the register billed (home currency, tax
      * inside it), what was collected this month, what had been
      * collected on it by month end (kept for credited invoices),
      * the month's credit memos, and the billed line amounts found
      * for it on WORK-ORDER-LINE
        78 MAX-INVOICES          VALUE 500.
        01 WS-IV-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-IV-IDX             PIC 9(4).
        01 WS-IV-FOUND           PIC 9(4).
        01 WS-INVOICE-TABLE.
            05 WS-IV-ENTRY OCCURS 500 TIMES.
                10 WS-IV-INVOICE-NO  PIC 9(8).
                10 WS-IV-CUSTOMER    PIC X(6).
                10 WS-IV-TOTAL       PIC 9(9)V99.
                10 WS-IV-TAX         PIC 9(7)V99.
                10 WS-IV-COLLECTED   PIC 9(9)V99.
                10 WS-IV-TO-DATE     PIC 9(9)V99.
                10 WS-IV-CREDIT      PIC 9(9)V99.
                10 WS-IV-LINES       PIC 9(9)V99.
        01 WS-LOOKUP-INVOICE     PIC 9(8).
        01 WS-ADD-IF-MISSING     PIC X.

      * each invoice's billed lines, by the salesperson credited
        78 MAX-SHARES            VALUE 1000.
        01 WS-SH-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-SH-IDX             PIC 9(4).
        01 WS-SH-FOUND           PIC 9(4).
        01 WS-SHARE-TABLE.
            05 WS-SH-ENTRY OCCURS 1000 TIMES.
                10 WS-SH-IV-IDX      PIC 9(4).
                10 WS-SH-SALESPERSON PIC X(4).
                10 WS-SH-BILLED      PIC 9(9)V99.
        01 WS-SHARE-SALESPERSON  PIC X(4).
        01 WS-SHARE-AMOUNT       PIC 9(9)V99.
        01 WS-TABLE-FULL         PIC X VALUE "N".

      * the share in hand
        01 WS-COLLECTED-BASE     PIC 9(9)V99.
        01 WS-REVERSAL-BASE      PIC 9(9)V99.
        01 WS-CREDIT-COLLECTED   PIC 9(9)V99.
        01 WS-LINE-BASE          PIC 9(9)V99.
        01 WS-LINE-TYPE          PIC X.
        01 WS-COMMISSION         PIC S9(7)V99.
        01 WS-SPLIT-AMOUNT       PIC S9(7)V99.
        01 WS-HAVE-SALESPERSON   PIC X.

      * the salesperson in hand on the statements
        01 WS-CURRENT-SALESPERSON PIC X(4) VALUE SPACES.
        01 WS-CURRENT-NAME       PIC X(25).
        01 WS-FIRST-SALESPERSON  PIC X VALUE "Y".
        01 WS-SP-EARNED          PIC 9(7)V99.
        01 WS-SP-REVERSED        PIC 9(7)V99.
        01 WS-SP-NET             PIC S9(7)V99.
        01 WS-TYPE-TEXT          PIC X(10).
        01 WS-NOTE-TEXT          PIC X(24).

      * run totals and the payroll file's control totals
        01 WS-GRAND-EARNED       PIC 9(9)V99 VALUE ZERO.
        01 WS-GRAND-REVERSED     PIC 9(9)V99 VALUE ZERO.
        01 WS-GRAND-NET          PIC S9(9)V99 VALUE ZERO.
        01 WS-UNASSIGNED         PIC S9(9)V99 VALUE ZERO.
        01 WS-SALESPERSON-COUNT  PIC 9(5) VALUE ZERO.
        01 WS-RECORD-COUNT       PIC 9(7) VALUE ZERO.
        01 WS-LINE-COUNT         PIC 9(5) VALUE ZERO.

        01 WS-BASE-DISP          PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-PCT-DISP           PIC Z9.99.
        01 WS-COMM-DISP          PIC Z,ZZZ,ZZ9.99-.
        01 WS-TOTAL-DISP         PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-SPLIT-DISP         PIC 999.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the statements are captured into the spool catalog so a
      * paid month can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "COMMISSION-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
            MOVE WS-RUN-TIMESTAMP(9:6) TO WS-RUN-TIME
            DISPLAY "COMMISSION RUN - MONTH (YYYYMM, 0 FOR LAST"
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

            PERFORM COLLECT-CREDIT-MEMOS
            PERFORM MAP-CREDIT-MEMOS
            PERFORM COLLECT-RECEIPTS
            PERFORM COLLECT-DEPOSIT-APPLICATIONS
            PERFORM LOAD-INVOICE-TOTALS

            OPEN INPUT WORK-ORDER
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT SALESPERSON-FILE
            PERFORM COLLECT-LINE-SHARES
            PERFORM ADD-UNSTAMPED-SHARES

            OPEN OUTPUT COMMISSION-STMT
            OPEN OUTPUT COMMISSION-EXPORT
            PERFORM WRITE-EXPORT-HEADER

            SORT COMMISSION-WORK
                ON ASCENDING KEY CW-SALESPERSON-ID
                ON ASCENDING KEY CW-INVOICE-NO
                ON ASCENDING KEY CW-TYPE
                ON ASCENDING KEY CW-SPLIT-ROLE
                INPUT PROCEDURE IS RELEASE-COMMISSION
                OUTPUT PROCEDURE IS PRINT-STATEMENTS

            IF WS-FIRST-SALESPERSON = "N"
                PERFORM FINISH-SALESPERSON
            END-IF
            PERFORM WRITE-EXPORT-TRAILER
            PERFORM WRITE-RUN-TOTALS
            CLOSE COMMISSION-EXPORT
            CLOSE COMMISSION-STMT
            CLOSE SALESPERSON-FILE
            CLOSE CUSTOMER-MASTER
            CLOSE WORK-ORDER

            MOVE "COMMISSION-STMT" TO SPP-REPORT-NAME
            MOVE "COMMISSION-STMT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-SALESPERSON-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "COMMISSION STATEMENTS WRITTEN TO"
                " COMMISSION-STMT.DAT - SALESPEOPLE: "
                WS-SALESPERSON-COUNT
            DISPLAY "PAYROLL SUMMARY WRITTEN TO COMMISSION-EXPORT.DAT"
            GOBACK.

        COLLECT-CREDIT-MEMOS.
      *     first pass over the register - the month's credit memos
      *     carry the RMA number in the invoice-number slot
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
                        IF IR-DOC-TYPE = "C"
                                AND IR-INVOICE-DATE >= WS-PERIOD-START
                                AND IR-INVOICE-DATE <= WS-PERIOD-END
                            IF WS-CM-COUNT < MAX-CREDITS
                                ADD 1 TO WS-CM-COUNT
                                MOVE IR-INVOICE-NO
                                    TO WS-CM-RMA-NO(WS-CM-COUNT)
                                MOVE IR-TOTAL-AMOUNT
                                    TO WS-CM-AMOUNT(WS-CM-COUNT)
                            ELSE
                                MOVE "Y" TO WS-TABLE-FULL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        MAP-CREDIT-MEMOS.
      *     each credited RMA names the invoice it came back against
            IF WS-CM-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT RMA-FILE
            IF WS-RMA-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ RMA-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM MAP-ONE-RMA
                END-READ
            END-PERFORM
            CLOSE RMA-FILE.

        MAP-ONE-RMA.
            PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                    UNTIL WS-CM-IDX > WS-CM-COUNT
                IF WS-CM-RMA-NO(WS-CM-IDX) = RM-RMA-NO
                    MOVE RM-INVOICE-NO TO WS-LOOKUP-INVOICE
                    MOVE "Y" TO WS-ADD-IF-MISSING
                    PERFORM FIND-INVOICE
                    IF WS-IV-FOUND > ZERO
                        MOVE RM-CUSTOMER-CODE
                            TO WS-IV-CUSTOMER(WS-IV-FOUND)
                        ADD WS-CM-AMOUNT(WS-CM-IDX)
                            TO WS-IV-CREDIT(WS-IV-FOUND)
                    END-IF
                END-IF
            END-PERFORM.

        COLLECT-RECEIPTS.
      *     the month's applications are the commissionable cash; an
      *     earlier one only counts toward what a credited invoice
      *     had been paid by month end. The credited invoices are
      *     already on the table, so their to-date figure is whole.
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
                        IF CR-RECEIPT-DATE <= WS-PERIOD-END
                                AND CR-APPLIED-AMOUNT > ZERO
                            PERFORM NOTE-ONE-RECEIPT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASH-RECEIPT.

        NOTE-ONE-RECEIPT.
            MOVE CR-INVOICE-NO TO WS-LOOKUP-INVOICE
            IF CR-RECEIPT-DATE >= WS-PERIOD-START
                MOVE "Y" TO WS-ADD-IF-MISSING
            ELSE
                MOVE "N" TO WS-ADD-IF-MISSING
            END-IF
            PERFORM FIND-INVOICE
            IF WS-IV-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-IV-CUSTOMER(WS-IV-FOUND) = SPACES
                MOVE CR-CUSTOMER-CODE TO WS-IV-CUSTOMER(WS-IV-FOUND)
            END-IF
            ADD CR-APPLIED-AMOUNT TO WS-IV-TO-DATE(WS-IV-FOUND)
            IF CR-RECEIPT-DATE >= WS-PERIOD-START
                ADD CR-APPLIED-AMOUNT TO WS-IV-COLLECTED(WS-IV-FOUND)
            END-IF.

        COLLECT-DEPOSIT-APPLICATIONS.
      *     a deposit applied at invoicing paid the invoice down the
      *     same as a check would - its AR relief counts on the
      *     application date. A deposit entry itself (no invoice on
      *     the CASH-RECEIPT) carries nothing applied and never
      *     reaches NOTE-ONE-RECEIPT.
            OPEN INPUT CUSTOMER-DEPOSIT
            IF WS-DEPOSIT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CUSTOMER-DEPOSIT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DP-STATUS NOT = "HELD"
                                AND DP-APPLIED-DATE <= WS-PERIOD-END
                                AND DP-AR-RELIEF > ZERO
                            PERFORM NOTE-ONE-DEPOSIT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-DEPOSIT.

        NOTE-ONE-DEPOSIT.
            MOVE DP-APPLIED-INVOICE TO WS-LOOKUP-INVOICE
            IF DP-APPLIED-DATE >= WS-PERIOD-START
                MOVE "Y" TO WS-ADD-IF-MISSING
            ELSE
                MOVE "N" TO WS-ADD-IF-MISSING
            END-IF
            PERFORM FIND-INVOICE
            IF WS-IV-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-IV-CUSTOMER(WS-IV-FOUND) = SPACES
                MOVE DP-CUSTOMER-CODE TO WS-IV-CUSTOMER(WS-IV-FOUND)
            END-IF
            ADD DP-AR-RELIEF TO WS-IV-TO-DATE(WS-IV-FOUND)
            IF DP-APPLIED-DATE >= WS-PERIOD-START
                ADD DP-AR-RELIEF TO WS-IV-COLLECTED(WS-IV-FOUND)
            END-IF.

        FIND-INVOICE.
            MOVE ZERO TO WS-IV-FOUND
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                    UNTIL WS-IV-IDX > WS-IV-COUNT
                       OR WS-IV-FOUND > ZERO
                IF WS-IV-INVOICE-NO(WS-IV-IDX) = WS-LOOKUP-INVOICE
                    MOVE WS-IV-IDX TO WS-IV-FOUND
                END-IF
            END-PERFORM
            IF WS-IV-FOUND > ZERO OR WS-ADD-IF-MISSING = "N"
                EXIT PARAGRAPH
            END-IF
            IF WS-IV-COUNT < MAX-INVOICES
                ADD 1 TO WS-IV-COUNT
                MOVE WS-IV-COUNT TO WS-IV-FOUND
                MOVE WS-LOOKUP-INVOICE
                    TO WS-IV-INVOICE-NO(WS-IV-FOUND)
                MOVE SPACES TO WS-IV-CUSTOMER(WS-IV-FOUND)
                MOVE ZERO TO WS-IV-TOTAL(WS-IV-FOUND)
                             WS-IV-TAX(WS-IV-FOUND)
                             WS-IV-COLLECTED(WS-IV-FOUND)
                             WS-IV-TO-DATE(WS-IV-FOUND)
                             WS-IV-CREDIT(WS-IV-FOUND)
                             WS-IV-LINES(WS-IV-FOUND)
            ELSE
                MOVE "Y" TO WS-TABLE-FULL
            END-IF.

        LOAD-INVOICE-TOTALS.
      *     second pass over the register - what each invoice on the
      *     table billed, and the tax inside it
            OPEN INPUT INVOICE-REGISTER
            IF WS-REGISTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            MOVE "N" TO WS-ADD-IF-MISSING
            PERFORM UNTIL WS-EOF = "Y"
                READ INVOICE-REGISTER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF IR-DOC-TYPE NOT = "C"
                            MOVE IR-INVOICE-NO TO WS-LOOKUP-INVOICE
                            PERFORM FIND-INVOICE
                            IF WS-IV-FOUND > ZERO
                                MOVE IR-CUSTOMER-CODE
                                    TO WS-IV-CUSTOMER(WS-IV-FOUND)
                                MOVE IR-TOTAL-AMOUNT
                                    TO WS-IV-TOTAL(WS-IV-FOUND)
                                MOVE IR-TAX-AMOUNT
                                    TO WS-IV-TAX(WS-IV-FOUND)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        COLLECT-LINE-SHARES.
      *     every billed line stamped with an invoice on the table
      *     credits its order's salesperson with what it billed
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            MOVE "N" TO WS-ADD-IF-MISSING
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOL-INVOICE-NO IS NUMERIC
                                AND WOL-INVOICE-NO > ZERO
                                AND WOL-BILLED-AMOUNT IS NUMERIC
                            MOVE WOL-INVOICE-NO TO WS-LOOKUP-INVOICE
                            PERFORM FIND-INVOICE
                            IF WS-IV-FOUND > ZERO
                                PERFORM NOTE-ONE-LINE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-LINE.

        NOTE-ONE-LINE.
      *     the order's override wins; otherwise the customer's own
      *     salesperson as the customer master has it today
            MOVE SPACES TO WS-SHARE-SALESPERSON
            MOVE WOL-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WO-SALESPERSON-ID NOT = LOW-VALUES
                        MOVE WO-SALESPERSON-ID TO WS-SHARE-SALESPERSON
                    END-IF
            END-READ
            IF WS-SHARE-SALESPERSON = SPACES
                PERFORM CUSTOMER-SALESPERSON
            END-IF
            MOVE WOL-BILLED-AMOUNT TO WS-SHARE-AMOUNT
            ADD WS-SHARE-AMOUNT TO WS-IV-LINES(WS-IV-FOUND)
            PERFORM ADD-SHARE.

        CUSTOMER-SALESPERSON.
            MOVE WS-IV-CUSTOMER(WS-IV-FOUND) TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CU-SALESPERSON-ID NOT = LOW-VALUES
                        MOVE CU-SALESPERSON-ID TO WS-SHARE-SALESPERSON
                    END-IF
            END-READ.

        ADD-SHARE.
            MOVE ZERO TO WS-SH-FOUND
            PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                    UNTIL WS-SH-IDX > WS-SH-COUNT
                       OR WS-SH-FOUND > ZERO
                IF WS-SH-IV-IDX(WS-SH-IDX) = WS-IV-FOUND
                        AND WS-SH-SALESPERSON(WS-SH-IDX)
                            = WS-SHARE-SALESPERSON
                    MOVE WS-SH-IDX TO WS-SH-FOUND
                END-IF
            END-PERFORM
            IF WS-SH-FOUND = ZERO
                IF WS-SH-COUNT < MAX-SHARES
                    ADD 1 TO WS-SH-COUNT
                    MOVE WS-SH-COUNT TO WS-SH-FOUND
                    MOVE WS-IV-FOUND TO WS-SH-IV-IDX(WS-SH-FOUND)
                    MOVE WS-SHARE-SALESPERSON
                        TO WS-SH-SALESPERSON(WS-SH-FOUND)
                    MOVE ZERO TO WS-SH-BILLED(WS-SH-FOUND)
                ELSE
                    MOVE "Y" TO WS-TABLE-FULL
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD WS-SHARE-AMOUNT TO WS-SH-BILLED(WS-SH-FOUND).

        ADD-UNSTAMPED-SHARES.
      *     an invoice billed before its lines carried the invoice
      *     number has nothing to split by - its pre-tax amount goes
      *     to the customer's salesperson
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                    UNTIL WS-IV-IDX > WS-IV-COUNT
                IF WS-IV-LINES(WS-IV-IDX) = ZERO
                        AND WS-IV-TOTAL(WS-IV-IDX) > ZERO
                    MOVE WS-IV-IDX TO WS-IV-FOUND
                    MOVE SPACES TO WS-SHARE-SALESPERSON
                    PERFORM CUSTOMER-SALESPERSON
                    COMPUTE WS-SHARE-AMOUNT = WS-IV-TOTAL(WS-IV-IDX)
                        - WS-IV-TAX(WS-IV-IDX)
                    PERFORM ADD-SHARE
                END-IF
            END-PERFORM.

        RELEASE-COMMISSION.
            PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                    UNTIL WS-SH-IDX > WS-SH-COUNT
                PERFORM RELEASE-ONE-SHARE
            END-PERFORM.

        RELEASE-ONE-SHARE.
      *     the share's slice of the month's cash, and of as much of
      *     the month's credit as had been collected - an invoice
      *     the register never saw has no total to slice against
            MOVE WS-SH-IV-IDX(WS-SH-IDX) TO WS-IV-FOUND
            IF WS-IV-TOTAL(WS-IV-FOUND) = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-COLLECTED-BASE ROUNDED =
                WS-IV-COLLECTED(WS-IV-FOUND)
                * WS-SH-BILLED(WS-SH-IDX) / WS-IV-TOTAL(WS-IV-FOUND)
            IF WS-IV-CREDIT(WS-IV-FOUND) < WS-IV-TO-DATE(WS-IV-FOUND)
                MOVE WS-IV-CREDIT(WS-IV-FOUND) TO WS-CREDIT-COLLECTED
            ELSE
                MOVE WS-IV-TO-DATE(WS-IV-FOUND) TO WS-CREDIT-COLLECTED
            END-IF
            COMPUTE WS-REVERSAL-BASE ROUNDED = WS-CREDIT-COLLECTED
                * WS-SH-BILLED(WS-SH-IDX) / WS-IV-TOTAL(WS-IV-FOUND)

            MOVE "N" TO WS-HAVE-SALESPERSON
            IF WS-SH-SALESPERSON(WS-SH-IDX) NOT = SPACES
                MOVE WS-SH-SALESPERSON(WS-SH-IDX) TO SP-SALESPERSON-ID
                READ SALESPERSON-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-HAVE-SALESPERSON
                END-READ
            END-IF

            IF WS-COLLECTED-BASE > ZERO
                MOVE "C" TO WS-LINE-TYPE
                MOVE WS-COLLECTED-BASE TO WS-LINE-BASE
                PERFORM RELEASE-ONE-LINE
            END-IF
            IF WS-REVERSAL-BASE > ZERO
                MOVE "R" TO WS-LINE-TYPE
                MOVE WS-REVERSAL-BASE TO WS-LINE-BASE
                PERFORM RELEASE-ONE-LINE
            END-IF.

        RELEASE-ONE-LINE.
            MOVE SPACES TO COMMISSION-WORK-RECORD
            MOVE WS-IV-INVOICE-NO(WS-IV-FOUND) TO CW-INVOICE-NO
            MOVE WS-IV-CUSTOMER(WS-IV-FOUND) TO CW-CUSTOMER-CODE
            MOVE WS-LINE-TYPE TO CW-TYPE
            MOVE WS-LINE-BASE TO CW-BASE
            MOVE ZERO TO CW-SPLIT-PCT

      *     nobody to pay - listed under HIGH-VALUES at the base
      *     amount with no commission worked out
            IF WS-HAVE-SALESPERSON = "N"
                MOVE HIGH-VALUES TO CW-SALESPERSON-ID
                MOVE WS-SH-SALESPERSON(WS-SH-IDX) TO CW-SPLIT-PARTNER
                MOVE ZERO TO CW-PCT
                MOVE ZERO TO CW-COMMISSION
                RELEASE COMMISSION-WORK-RECORD
                EXIT PARAGRAPH
            END-IF

            MOVE SP-SALESPERSON-ID TO CW-SALESPERSON-ID
            MOVE SP-COMMISSION-PCT TO CW-PCT
            COMPUTE WS-COMMISSION ROUNDED =
                WS-LINE-BASE * SP-COMMISSION-PCT / 100
            IF WS-LINE-TYPE = "R"
                COMPUTE WS-COMMISSION = ZERO - WS-COMMISSION
            END-IF

            IF SP-SPLIT-ID = SPACES OR SP-SPLIT-PCT = ZERO
                MOVE WS-COMMISSION TO CW-COMMISSION
                RELEASE COMMISSION-WORK-RECORD
                EXIT PARAGRAPH
            END-IF

      *     a split keeps the rest on the salesperson's line and
      *     moves the partner's share to a line of their own
            COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                WS-COMMISSION * SP-SPLIT-PCT / 100
            COMPUTE CW-COMMISSION = WS-COMMISSION - WS-SPLIT-AMOUNT
            MOVE "T" TO CW-SPLIT-ROLE
            MOVE SP-SPLIT-ID TO CW-SPLIT-PARTNER
            MOVE SP-SPLIT-PCT TO CW-SPLIT-PCT
            RELEASE COMMISSION-WORK-RECORD

            MOVE SP-SPLIT-ID TO CW-SALESPERSON-ID
            MOVE "F" TO CW-SPLIT-ROLE
            MOVE SP-SALESPERSON-ID TO CW-SPLIT-PARTNER
            MOVE WS-SPLIT-AMOUNT TO CW-COMMISSION
            RELEASE COMMISSION-WORK-RECORD.

        PRINT-STATEMENTS.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN COMMISSION-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-LINE
                END-RETURN
            END-PERFORM.

        PRINT-ONE-LINE.
            IF CW-SALESPERSON-ID NOT = WS-CURRENT-SALESPERSON
                    OR WS-FIRST-SALESPERSON = "Y"
                IF WS-FIRST-SALESPERSON = "N"
                    PERFORM FINISH-SALESPERSON
                END-IF
                MOVE "N" TO WS-FIRST-SALESPERSON
                MOVE CW-SALESPERSON-ID TO WS-CURRENT-SALESPERSON
                MOVE ZERO TO WS-SP-EARNED WS-SP-REVERSED WS-SP-NET
                PERFORM START-SALESPERSON
            END-IF

            IF CW-TYPE = "C"
                MOVE "COLLECTED" TO WS-TYPE-TEXT
            ELSE
                MOVE "RMA CREDIT" TO WS-TYPE-TEXT
            END-IF
            MOVE SPACES TO WS-NOTE-TEXT
            MOVE CW-SPLIT-PCT TO WS-SPLIT-DISP
            IF CW-SPLIT-ROLE = "T"
                STRING "SPLIT " WS-SPLIT-DISP "% TO " CW-SPLIT-PARTNER
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
            END-IF
            IF CW-SPLIT-ROLE = "F"
                STRING "SPLIT " WS-SPLIT-DISP "% FROM "
                       CW-SPLIT-PARTNER
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
            END-IF
            IF CW-SALESPERSON-ID = HIGH-VALUES
                IF CW-SPLIT-PARTNER = SPACES
                    MOVE "NO SALESPERSON ASSIGNED" TO WS-NOTE-TEXT
                ELSE
                    STRING "NOT ON FILE: " CW-SPLIT-PARTNER
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                END-IF
            END-IF

            MOVE CW-BASE TO WS-BASE-DISP
            MOVE CW-PCT TO WS-PCT-DISP
            MOVE CW-COMMISSION TO WS-COMM-DISP
            MOVE SPACES TO COMMISSION-LINE
            STRING "  " CW-INVOICE-NO
                   "  " CW-CUSTOMER-CODE
                   "  " WS-TYPE-TEXT
                   " " WS-BASE-DISP
                   "  " WS-PCT-DISP "%"
                   " " WS-COMM-DISP
                   "  " WS-NOTE-TEXT
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            ADD 1 TO WS-LINE-COUNT

            IF CW-SALESPERSON-ID = HIGH-VALUES
                IF CW-TYPE = "C"
                    ADD CW-BASE TO WS-UNASSIGNED
                ELSE
                    SUBTRACT CW-BASE FROM WS-UNASSIGNED
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF CW-COMMISSION < ZERO
                SUBTRACT CW-COMMISSION FROM WS-SP-REVERSED
            ELSE
                ADD CW-COMMISSION TO WS-SP-EARNED
            END-IF
            ADD CW-COMMISSION TO WS-SP-NET.

        START-SALESPERSON.
            IF WS-CURRENT-SALESPERSON = HIGH-VALUES
                MOVE SPACES TO COMMISSION-LINE
                STRING "COMMISSIONABLE CASH WITH NO SALESPERSON TO"
                       " CREDIT - PERIOD " WS-PERIOD-ENTRY
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
            ELSE
                MOVE "NOT ON FILE" TO WS-CURRENT-NAME
                MOVE WS-CURRENT-SALESPERSON TO SP-SALESPERSON-ID
                READ SALESPERSON-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SP-NAME TO WS-CURRENT-NAME
                END-READ
                MOVE SPACES TO COMMISSION-LINE
                STRING "COMMISSION STATEMENT - PERIOD " WS-PERIOD-ENTRY
                       "  RUN DATE: " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
                MOVE SPACES TO COMMISSION-LINE
                STRING "SALESPERSON: " WS-CURRENT-SALESPERSON
                       " " WS-CURRENT-NAME
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
            END-IF
            IF WS-TABLE-FULL = "Y"
                MOVE SPACES TO COMMISSION-LINE
                STRING "*** TOO MANY INVOICES IN THE MONTH - LATER"
                       " ACTIVITY NOT COUNTED ***"
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
            END-IF
            MOVE SPACES TO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE SPACES TO COMMISSION-LINE
            STRING "  INVOICE   CUSTOMER  TYPE      "
                   "    BASE AMOUNT    RATE    COMMISSION  NOTE"
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE SPACES TO COMMISSION-LINE
            WRITE COMMISSION-LINE.

        FINISH-SALESPERSON.
            MOVE SPACES TO COMMISSION-LINE
            WRITE COMMISSION-LINE
            IF WS-CURRENT-SALESPERSON = HIGH-VALUES
                MOVE WS-UNASSIGNED TO WS-TOTAL-DISP
                MOVE SPACES TO COMMISSION-LINE
                STRING "  NET BASE WITH NO SALESPERSON: "
                       WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
            ELSE
                MOVE WS-SP-EARNED TO WS-TOTAL-DISP
                MOVE SPACES TO COMMISSION-LINE
                STRING "  EARNED ON COLLECTIONS:  " WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
                MOVE WS-SP-REVERSED TO WS-TOTAL-DISP
                MOVE SPACES TO COMMISSION-LINE
                STRING "  REVERSED ON CREDITS:    " WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
                MOVE WS-SP-NET TO WS-TOTAL-DISP
                MOVE SPACES TO COMMISSION-LINE
                STRING "  NET COMMISSION DUE:     " WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO COMMISSION-LINE
                WRITE COMMISSION-LINE
                PERFORM WRITE-EXPORT-DETAIL
                ADD WS-SP-EARNED TO WS-GRAND-EARNED
                ADD WS-SP-REVERSED TO WS-GRAND-REVERSED
                ADD WS-SP-NET TO WS-GRAND-NET
                ADD 1 TO WS-SALESPERSON-COUNT
            END-IF
            MOVE SPACES TO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE SPACES TO COMMISSION-LINE
            WRITE COMMISSION-LINE.

        WRITE-EXPORT-HEADER.
            MOVE SPACES TO COMMISSION-EXPORT-RECORD
            MOVE "HD" TO CX-RECORD-TYPE
            MOVE WS-PERIOD-ENTRY TO CX-PERIOD
            MOVE WS-TODAY-DATE TO CX-CREATE-DATE
            MOVE WS-RUN-TIME TO CX-CREATE-TIME
            WRITE COMMISSION-EXPORT-RECORD
            ADD 1 TO WS-RECORD-COUNT.

        WRITE-EXPORT-DETAIL.
            MOVE SPACES TO COMMISSION-EXPORT-RECORD
            MOVE "DT" TO CX-RECORD-TYPE
            MOVE WS-CURRENT-SALESPERSON TO CX-SALESPERSON-ID
            MOVE WS-CURRENT-NAME TO CX-NAME
            MOVE WS-PERIOD-ENTRY TO CX-PERIOD-DT
            MOVE WS-SP-EARNED TO CX-EARNED
            MOVE WS-SP-REVERSED TO CX-REVERSED
            MOVE WS-SP-NET TO CX-NET
            WRITE COMMISSION-EXPORT-RECORD
            ADD 1 TO WS-RECORD-COUNT.

        WRITE-EXPORT-TRAILER.
            ADD 1 TO WS-RECORD-COUNT
            MOVE SPACES TO COMMISSION-EXPORT-RECORD
            MOVE "TR" TO CX-RECORD-TYPE
            MOVE WS-RECORD-COUNT TO CX-TR-RECORD-COUNT
            MOVE WS-SALESPERSON-COUNT TO CX-TR-SALESPERSON-COUNT
            MOVE WS-GRAND-NET TO CX-TR-NET
            WRITE COMMISSION-EXPORT-RECORD.

        WRITE-RUN-TOTALS.
            MOVE SPACES TO COMMISSION-LINE
            STRING "COMMISSION RUN TOTALS - PERIOD " WS-PERIOD-ENTRY
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE WS-GRAND-EARNED TO WS-TOTAL-DISP
            MOVE SPACES TO COMMISSION-LINE
            STRING "  EARNED ON COLLECTIONS:  " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE WS-GRAND-REVERSED TO WS-TOTAL-DISP
            MOVE SPACES TO COMMISSION-LINE
            STRING "  REVERSED ON CREDITS:    " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE WS-GRAND-NET TO WS-TOTAL-DISP
            MOVE SPACES TO COMMISSION-LINE
            STRING "  NET TO PAYROLL:         " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE
            MOVE SPACES TO COMMISSION-LINE
            STRING "  SALESPEOPLE PAID:       " WS-SALESPERSON-COUNT
                   DELIMITED BY SIZE INTO COMMISSION-LINE
            WRITE COMMISSION-LINE.

            END PROGRAM COMMISSION-RUN.

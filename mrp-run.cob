      * MRP-RUN - the nightly time-phased material plan. The reorder
      * sweep only ever compares on-hand against a reorder point, so
      * purchasing kept buying for last month's shortages and missing
      * next month's. This run explodes every open work-order line
      * that builds a part (WOL-PART-CODE x WOL-BUILD-QTY) through
      * BOM.DAT, dated by the order's WO-PROMISE-DATE, plus the one
      * stock blank each material-short (BACKORD) cut line still
      * needs, plus the DEMAND-FORECAST plan for the next
      * FCST-MRP-MONTHS months as independent demand - each
      * material's forecast items, less the open cut lines already
      * promised in that month and (this month) the items already
      * billed, each one blank of the material's stocked part;
      * sorts the requirements by part and date through the
      * SORT verb; and nets them in date order against on-hand less
      * PM-QTY-ALLOCATED, then against open PURCHASE-ORDER quantity
      * due in by the vendor's lead time. Whatever is still short
      * becomes a planned order back-scheduled from the need date by
      * VN-LEAD-DAYS shop business days through DATE-SERVICE. The
      * planned orders go to PLANNED-ORDER.DAT and every action -
      * release now, expedite, push out, cancel - to
      * MRP-ACTION-RPT.DAT for purchasing.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MRP-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT BOM ASSIGN TO "BOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-BOM-KEY
                FILE STATUS IS WS-BOM-STATUS.

      *     which stocked blank a cut line's material code draws -
      *     one blank per line, same rule PICK-LIST-GENERATE uses
            SELECT MATERIAL-XREF ASSIGN TO "MATERIAL-PART-XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MX-MATERIAL-CODE
                FILE STATUS IS WS-XREF-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

      *     the part's buying vendor and pack size
            SELECT REORDER-RULES ASSIGN TO "REORDER-RULES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RR-PART-CODE
                FILE STATUS IS WS-RULES-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

      *     the months ahead DEMAND-FORECAST-RUN expects to sell,
      *     and this month's billing so far
            SELECT DEMAND-FORECAST ASSIGN TO "DEMAND-FORECAST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DF-FORECAST-KEY
                FILE STATUS IS WS-FORECAST-STATUS.

            SELECT SALES-HISTORY ASSIGN TO "SALES-HISTORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SH-HISTORY-KEY
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT MRP-WORK ASSIGN TO "MRP-WORK.TMP".

            SELECT PLANNED-ORDER ASSIGN TO "PLANNED-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLANNED-STATUS.

            SELECT MRP-ACTION-RPT ASSIGN TO "MRP-ACTION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  BOM.
            COPY "BOM-RECORD.cpy".

        FD  MATERIAL-XREF.
            COPY "MATERIAL-PART-XREF-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  REORDER-RULES.
            COPY "REORDER-RULES-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  DEMAND-FORECAST.
            COPY "DEMAND-FORECAST-RECORD.cpy".

        FD  SALES-HISTORY.
            COPY "SALES-HISTORY-RECORD.cpy".

        SD  MRP-WORK.
        01  MRP-WORK-RECORD.
            05  MW-PART-CODE         PIC X(6).
            05  MW-NEED-DATE         PIC 9(8).
            05  MW-NEED-QTY          PIC 9(7).
            05  MW-ORDER-NO          PIC 9(8).

        FD  PLANNED-ORDER.
            COPY "PLANNED-ORDER-RECORD.cpy".

        FD  MRP-ACTION-RPT.
        01  MRP-ACTION-LINE          PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-BOM-STATUS         PIC XX.
        01 WS-XREF-STATUS        PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-PO-STATUS          PIC XX.
        01 WS-RULES-STATUS       PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-PLANNED-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-FORECAST-STATUS    PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-BOM-EOF            PIC X.
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).
        01 WS-NEED-DATE          PIC 9(8).
        01 WS-BOM-REV            PIC X(2).
        01 WS-NEED-QTY           PIC 9(7).

      * open purchase orders held resident for the netting pass -
      * each one's due date is its order date plus the vendor's lead
      * time, and the used flag stops one PO covering two shortages
        01 WS-PO-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-PO-IDX             PIC 9(3).
        01 WS-PO-PICK            PIC 9(3).
        01 WS-PO-TABLE.
            05 WS-PO-ENTRY OCCURS 300 TIMES.
                10 WS-PO-NUMBER      PIC 9(8).
                10 WS-PO-PART        PIC X(6).
                10 WS-PO-OPEN-QTY    PIC 9(5).
                10 WS-PO-DUE-DATE    PIC 9(8).
                10 WS-PO-USED        PIC X.

      * the part being netted
        01 WS-CURRENT-PART       PIC X(6) VALUE SPACES.
        01 WS-PROJECTED          PIC S9(7).
        01 WS-SHORTAGE           PIC 9(7).
        01 WS-PLAN-QTY           PIC 9(7).
        01 WS-PART-VENDOR        PIC X(6).
        01 WS-PART-LEAD          PIC 9(3).
        01 WS-PART-PACK          PIC 9(4).
        01 WS-PART-REORDER-PT    PIC 9(5).
        01 WS-WHOLE-PACKS        PIC 9(7).
        01 WS-PACK-REMAIN        PIC 9(4).
        01 WS-LEAD-DAYS          PIC 9(3).
        01 WS-RELEASE-DATE       PIC 9(8).
        01 WS-DAYS-EARLY         PIC S9(7).

      * run knobs off the consolidated parameter master
        01 WS-DEFAULT-LEAD       PIC 9(3).
        01 WS-PUSH-OUT-DAYS      PIC 9(3).
        01 WS-FCST-MONTHS        PIC 9(2).

      * the forecast months inside the horizon, by material bucket,
      * with the open lines and billing that already account for
      * part of each
        01 WS-RUN-MONTH          PIC 9(6).
        01 WS-FCST-LAST-MONTH    PIC 9(6).
        01 WS-NEED-MONTH         PIC 9(6).
        01 WS-LINE-BUCKET        PIC X(3).
        01 WS-YM-SPLIT.
            05 WS-YM-YEAR        PIC 9(4).
            05 WS-YM-MONTH       PIC 9(2).
        01 WS-YM-MI              PIC 9(6).
        01 WS-FC-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-FC-IDX             PIC 9(3).
        01 WS-FC-TABLE.
            05 WS-FC-ENTRY OCCURS 600 TIMES.
                10 WS-FC-MATERIAL    PIC X(3).
                10 WS-FC-MONTH       PIC 9(6).
                10 WS-FC-PLAN-QTY    PIC 9(6).
                10 WS-FC-USED-QTY    PIC 9(6).
        01 WS-FCST-REQ-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-PEG-TEXT           PIC X(11).

        01 WS-REQ-COUNT          PIC 9(7) VALUE ZERO.
        01 WS-PART-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-PLAN-SEQ           PIC 9(5) VALUE ZERO.
        01 WS-RELEASE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-EXPEDITE-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-PUSH-OUT-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-CANCEL-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-QTY-DISP           PIC ZZZZZZ9.
        01 WS-COUNT-DISP         PIC ZZZZ9.

      * back-scheduling on shop business days - see date-service.cob
        COPY "DATE-SERVICE-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * an assembly line is exploded at the BOM revision in effect
      * on its need date - see part-revision-lookup.cob
        COPY "REVISION-LOOKUP-PARAMS.cpy".

        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE

            MOVE "MRP-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            PERFORM READ-MRP-PARAMETERS

            OPEN INPUT PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "PARTS-MASTER NOT AVAILABLE - STATUS "
                    WS-MASTER-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN INPUT REORDER-RULES
            OPEN INPUT VENDOR-MASTER

            PERFORM LOAD-OPEN-POS

      *     tonight's plan replaces last night's whole
            OPEN OUTPUT PLANNED-ORDER
            OPEN OUTPUT MRP-ACTION-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO MRP-ACTION-LINE
                WRITE MRP-ACTION-LINE
            END-IF
            PERFORM WRITE-REPORT-HEADER

            SORT MRP-WORK
                ON ASCENDING KEY MW-PART-CODE
                ON ASCENDING KEY MW-NEED-DATE
                ON ASCENDING KEY MW-ORDER-NO
                INPUT PROCEDURE IS GATHER-REQUIREMENTS
                OUTPUT PROCEDURE IS NET-REQUIREMENTS

            PERFORM WRITE-REPORT-TOTALS

            CLOSE PLANNED-ORDER
            CLOSE MRP-ACTION-RPT
            CLOSE PARTS-MASTER
            IF WS-RULES-STATUS = "00"
                CLOSE REORDER-RULES
            END-IF
            IF WS-VENDOR-STATUS = "00"
                CLOSE VENDOR-MASTER
            END-IF

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-REQ-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "MRP RUN COMPLETE - REQUIREMENTS: " WS-REQ-COUNT
                " PLANNED ORDERS: " WS-PLAN-SEQ
                " SEE MRP-ACTION-RPT.DAT"

            GOBACK.

        READ-MRP-PARAMETERS.
      *     a part with no buying rule or no vendor on file still
      *     plans, at the default lead time
            MOVE "MRP-DEFAULT-LEAD-DAYS" TO SPL-PARAM-KEY
            MOVE "MRP LEAD DAYS WHEN NO VENDOR ON FILE"
                TO SPL-DESCRIPTION
            MOVE 10 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-DEFAULT-LEAD

      *     a PO due this many calendar days or more ahead of the
      *     first need it covers is money spent early - push it out
            MOVE "MRP-PUSH-OUT-DAYS" TO SPL-PARAM-KEY
            MOVE "MRP DAYS EARLY BEFORE A PO IS PUSHED OUT"
                TO SPL-DESCRIPTION
            MOVE 14 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-PUSH-OUT-DAYS

      *     how far ahead the forecast is planned as demand - zero
      *     plans the open orders alone
            MOVE "FCST-MRP-MONTHS" TO SPL-PARAM-KEY
            MOVE "MONTHS OF DEMAND FORECAST MRP PLANS FOR"
                TO SPL-DESCRIPTION
            MOVE 3 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-FCST-MONTHS
            IF WS-FCST-MONTHS > 12
                MOVE 12 TO WS-FCST-MONTHS
            END-IF.

        LOAD-OPEN-POS.
      *     every OPEN or part-received PO with quantity still due
      *     is a scheduled receipt on its due date
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
                        IF PO-RECEIVED-QTY NOT NUMERIC
                            MOVE ZERO TO PO-RECEIVED-QTY
                        END-IF
      *                 an outside processing order brings back
      *                 parts already counted on hand - not supply
                        IF (PO-STATUS = "OPEN" OR PO-STATUS = "PART")
                                AND PO-ORDER-QTY > PO-RECEIVED-QTY
                                AND PO-TYPE NOT = "O"
                                AND WS-PO-COUNT < 300
                            PERFORM ADD-OPEN-PO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER.

        ADD-OPEN-PO.
            ADD 1 TO WS-PO-COUNT
            MOVE PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
            MOVE PO-PART-CODE TO WS-PO-PART(WS-PO-COUNT)
            COMPUTE WS-PO-OPEN-QTY(WS-PO-COUNT) =
                PO-ORDER-QTY - PO-RECEIVED-QTY
            MOVE "N" TO WS-PO-USED(WS-PO-COUNT)

            MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
            IF WS-VENDOR-STATUS = "00"
                MOVE PO-VENDOR-CODE TO VN-VENDOR-CODE
                READ VENDOR-MASTER
                    NOT INVALID KEY
                        IF VN-LEAD-DAYS NUMERIC
                            MOVE VN-LEAD-DAYS TO WS-LEAD-DAYS
                        END-IF
                END-READ
            END-IF
            MOVE "A" TO DSP-FUNCTION
            MOVE PO-ORDER-DATE TO DSP-DATE-1
            MOVE WS-LEAD-DAYS TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF DSP-STATUS = "Y"
                MOVE DSP-RESULT-DATE TO WS-PO-DUE-DATE(WS-PO-COUNT)
            ELSE
                MOVE PO-ORDER-DATE TO WS-PO-DUE-DATE(WS-PO-COUNT)
            END-IF.

        GATHER-REQUIREMENTS.
      *     a line is demand until it is built - QUEUED, RUN, held
      *     for credit or short of material
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                DISPLAY "WORK-ORDER-LINE NOT AVAILABLE - STATUS "
                    WS-LINE-STATUS
                CLOSE WORK-ORDER
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BOM
            OPEN INPUT MATERIAL-XREF
            PERFORM LOAD-FORECAST-DEMAND

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOL-STATUS = "QUEUED"
                                OR WOL-STATUS = "RUN"
                                OR WOL-STATUS = "BACKORD"
                                OR WOL-STATUS = "CREDHOLD"
                            PERFORM RELEASE-LINE-DEMAND
                        END-IF
                END-READ
            END-PERFORM

            IF WS-FC-COUNT > ZERO
                PERFORM CONSUME-BILLED-THIS-MONTH
                PERFORM RELEASE-FORECAST-DEMAND
            END-IF

            IF WS-BOM-STATUS = "00"
                CLOSE BOM
            END-IF
            IF WS-XREF-STATUS = "00"
                CLOSE MATERIAL-XREF
            END-IF
            CLOSE WORK-ORDER-LINE
            CLOSE WORK-ORDER.

        RELEASE-LINE-DEMAND.
            MOVE WOL-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
      *             an orphan line is FILE-HEALTH-VERIFY's problem,
      *             not a reason to buy stock
                    EXIT PARAGRAPH
            END-READ

      *     orders entered before promise dates existed are wanted
      *     now
            IF WO-PROMISE-DATE NUMERIC AND WO-PROMISE-DATE > ZERO
                MOVE WO-PROMISE-DATE TO WS-NEED-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-NEED-DATE
            END-IF
            IF WS-FC-COUNT > ZERO
                PERFORM CONSUME-FORECAST-LINE
            END-IF

            IF WOL-PART-CODE NOT = SPACES
                    AND WOL-BUILD-QTY NUMERIC
                    AND WOL-BUILD-QTY > ZERO
                PERFORM EXPLODE-LINE-BOM
            ELSE
                IF WOL-STATUS = "BACKORD"
                    PERFORM RELEASE-BLANK-DEMAND
                END-IF
            END-IF.

        EXPLODE-LINE-BOM.
      *     single-level, the same explosion WORK-ORDER-ENTRY checks
      *     and ASSEMBLY-BUILD consumes
            IF WS-BOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WOL-PART-CODE TO RLP-PART-CODE
            MOVE WS-NEED-DATE TO RLP-AS-OF-DATE
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
            MOVE RLP-REVISION TO WS-BOM-REV
            MOVE WOL-PART-CODE TO BM-PARENT-CODE
            MOVE WS-BOM-REV TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-BOM-EOF
            PERFORM UNTIL WS-BOM-EOF = "Y"
                READ BOM NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BOM-EOF
                    NOT AT END
                        IF BM-PARENT-CODE = WOL-PART-CODE
                                AND BM-REVISION = WS-BOM-REV
                            COMPUTE WS-NEED-QTY =
                                BM-QTY-PER * WOL-BUILD-QTY
                            MOVE BM-COMPONENT-CODE TO MW-PART-CODE
                            PERFORM RELEASE-REQUIREMENT
                        ELSE
                            MOVE "Y" TO WS-BOM-EOF
                        END-IF
                END-READ
            END-PERFORM.

        RELEASE-BLANK-DEMAND.
      *     a material-short cut line holds no allocation yet - the
      *     one blank it is waiting for is real demand
            IF WS-XREF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WOL-MATERIAL-CODE TO MX-MATERIAL-CODE
            READ MATERIAL-XREF
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE 1 TO WS-NEED-QTY
            MOVE MX-PART-CODE TO MW-PART-CODE
            PERFORM RELEASE-REQUIREMENT.

        LOAD-FORECAST-DEMAND.
      *     this month through FCST-MRP-MONTHS - 1 months ahead
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
            IF WS-FCST-MONTHS = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RUN-MONTH TO WS-YM-SPLIT
            COMPUTE WS-YM-MI = WS-YM-YEAR * 12 + WS-YM-MONTH - 1
                + WS-FCST-MONTHS - 1
            DIVIDE WS-YM-MI BY 12 GIVING WS-YM-YEAR
                REMAINDER WS-YM-MONTH
            ADD 1 TO WS-YM-MONTH
            MOVE WS-YM-SPLIT TO WS-FCST-LAST-MONTH

            OPEN INPUT DEMAND-FORECAST
            IF WS-FORECAST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ DEMAND-FORECAST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DF-YEAR-MONTH >= WS-RUN-MONTH
                                AND DF-YEAR-MONTH <= WS-FCST-LAST-MONTH
                                AND DF-PLAN-QTY > ZERO
                                AND WS-FC-COUNT < 600
                            ADD 1 TO WS-FC-COUNT
                            MOVE DF-MATERIAL-CODE
                                TO WS-FC-MATERIAL(WS-FC-COUNT)
                            MOVE DF-YEAR-MONTH
                                TO WS-FC-MONTH(WS-FC-COUNT)
                            MOVE DF-PLAN-QTY
                                TO WS-FC-PLAN-QTY(WS-FC-COUNT)
                            MOVE ZERO TO WS-FC-USED-QTY(WS-FC-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEMAND-FORECAST
            MOVE "N" TO WS-EOF.

        CONSUME-FORECAST-LINE.
      *     an open line is one of the items the forecast expected
      *     in its month - bucketed the way INVOICE-GENERATE posts
      *     it to SALES-HISTORY
            EVALUATE WOL-TYPE
                WHEN "T"
                    MOVE "TRI" TO WS-LINE-BUCKET
                WHEN "A"
                    MOVE "ASM" TO WS-LINE-BUCKET
                WHEN OTHER
                    MOVE WOL-MATERIAL-CODE TO WS-LINE-BUCKET
            END-EVALUATE
            MOVE WS-NEED-DATE(1:6) TO WS-NEED-MONTH
            IF WS-NEED-MONTH < WS-RUN-MONTH
                MOVE WS-RUN-MONTH TO WS-NEED-MONTH
            END-IF
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
                IF WS-FC-MATERIAL(WS-FC-IDX) = WS-LINE-BUCKET
                        AND WS-FC-MONTH(WS-FC-IDX) = WS-NEED-MONTH
                    ADD 1 TO WS-FC-USED-QTY(WS-FC-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        CONSUME-BILLED-THIS-MONTH.
      *     what has already billed this month is forecast that came
      *     true - the key leads with the year-month
            OPEN INPUT SALES-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RUN-MONTH TO SH-YEAR-MONTH
            MOVE LOW-VALUES TO SH-CUSTOMER-CODE SH-MATERIAL-CODE
            START SALES-HISTORY KEY >= SH-HISTORY-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ SALES-HISTORY NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SH-YEAR-MONTH NOT = WS-RUN-MONTH
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM CONSUME-ONE-BILLING
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALES-HISTORY.

        CONSUME-ONE-BILLING.
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
                IF WS-FC-MATERIAL(WS-FC-IDX) = SH-MATERIAL-CODE
                        AND WS-FC-MONTH(WS-FC-IDX) = WS-RUN-MONTH
                    ADD SH-ITEM-COUNT TO WS-FC-USED-QTY(WS-FC-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        RELEASE-FORECAST-DEMAND.
      *     whatever the forecast still expects becomes one blank an
      *     item of the material's stocked part, needed the first of
      *     its month (today, for this month). Triangle and assembly
      *     buckets draw no single stocked blank and plan nothing.
            IF WS-XREF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
                IF WS-FC-PLAN-QTY(WS-FC-IDX)
                        > WS-FC-USED-QTY(WS-FC-IDX)
                    PERFORM RELEASE-ONE-FORECAST
                END-IF
            END-PERFORM.

        RELEASE-ONE-FORECAST.
            MOVE WS-FC-MATERIAL(WS-FC-IDX) TO MX-MATERIAL-CODE
            READ MATERIAL-XREF
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF WS-FC-MONTH(WS-FC-IDX) = WS-RUN-MONTH
                MOVE WS-RUN-DATE TO MW-NEED-DATE
            ELSE
                COMPUTE MW-NEED-DATE = WS-FC-MONTH(WS-FC-IDX) * 100 + 1
            END-IF
            MOVE MX-PART-CODE TO MW-PART-CODE
            COMPUTE MW-NEED-QTY =
                WS-FC-PLAN-QTY(WS-FC-IDX) - WS-FC-USED-QTY(WS-FC-IDX)
      *     no work order behind it - a zero peg is forecast demand
            MOVE ZERO TO MW-ORDER-NO
            RELEASE MRP-WORK-RECORD
            ADD 1 TO WS-REQ-COUNT
            ADD 1 TO WS-FCST-REQ-COUNT.

        RELEASE-REQUIREMENT.
            MOVE WS-NEED-DATE TO MW-NEED-DATE
            MOVE WS-NEED-QTY TO MW-NEED-QTY
            MOVE WOL-ORDER-NO TO MW-ORDER-NO
            RELEASE MRP-WORK-RECORD
            ADD 1 TO WS-REQ-COUNT.

        NET-REQUIREMENTS.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN MRP-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        IF MW-PART-CODE NOT = WS-CURRENT-PART
                            IF WS-CURRENT-PART NOT = SPACES
                                PERFORM CLOSE-OUT-PART
                            END-IF
                            PERFORM START-NEW-PART
                        END-IF
                        PERFORM NET-ONE-REQUIREMENT
                END-RETURN
            END-PERFORM
            IF WS-CURRENT-PART NOT = SPACES
                PERFORM CLOSE-OUT-PART
            END-IF.

        START-NEW-PART.
      *     opening position is what is on the shelf and not already
      *     promised to an order line
            MOVE MW-PART-CODE TO WS-CURRENT-PART
            ADD 1 TO WS-PART-COUNT
            MOVE ZERO TO WS-PROJECTED
            MOVE MW-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                NOT INVALID KEY
                    IF PM-QTY-ALLOCATED NOT NUMERIC
                        MOVE ZERO TO PM-QTY-ALLOCATED
                    END-IF
                    COMPUTE WS-PROJECTED =
                        PM-QTY-ON-HAND - PM-QTY-ALLOCATED
            END-READ

            MOVE SPACES TO WS-PART-VENDOR
            MOVE ZERO TO WS-PART-PACK
            MOVE ZERO TO WS-PART-REORDER-PT
            MOVE WS-DEFAULT-LEAD TO WS-PART-LEAD
            IF WS-RULES-STATUS = "00"
                MOVE MW-PART-CODE TO RR-PART-CODE
                READ REORDER-RULES
                    NOT INVALID KEY
                        MOVE RR-VENDOR-CODE TO WS-PART-VENDOR
                        MOVE RR-REORDER-POINT TO WS-PART-REORDER-PT
                        IF RR-PACK-SIZE NUMERIC
                            MOVE RR-PACK-SIZE TO WS-PART-PACK
                        END-IF
                END-READ
            END-IF
            IF WS-PART-VENDOR NOT = SPACES
                    AND WS-VENDOR-STATUS = "00"
                MOVE WS-PART-VENDOR TO VN-VENDOR-CODE
                READ VENDOR-MASTER
                    NOT INVALID KEY
                        IF VN-LEAD-DAYS NUMERIC
                            MOVE VN-LEAD-DAYS TO WS-PART-LEAD
                        END-IF
                END-READ
            END-IF.

        NET-ONE-REQUIREMENT.
      *     pull open POs in due-date order until this need is
      *     covered, then plan whatever is still short
            PERFORM UNTIL WS-PROJECTED >= MW-NEED-QTY
                PERFORM FIND-EARLIEST-PO
                IF WS-PO-PICK = ZERO
                    EXIT PERFORM
                END-IF
                PERFORM APPLY-OPEN-PO
            END-PERFORM

            IF WS-PROJECTED < MW-NEED-QTY
                COMPUTE WS-SHORTAGE = MW-NEED-QTY - WS-PROJECTED
                PERFORM WRITE-PLANNED-ORDER
                ADD WS-PLAN-QTY TO WS-PROJECTED
            END-IF
            SUBTRACT MW-NEED-QTY FROM WS-PROJECTED.

        FIND-EARLIEST-PO.
            MOVE ZERO TO WS-PO-PICK
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                IF WS-PO-PART(WS-PO-IDX) = WS-CURRENT-PART
                        AND WS-PO-USED(WS-PO-IDX) = "N"
                    IF WS-PO-PICK = ZERO
                        MOVE WS-PO-IDX TO WS-PO-PICK
                    ELSE
                        IF WS-PO-DUE-DATE(WS-PO-IDX)
                                < WS-PO-DUE-DATE(WS-PO-PICK)
                            MOVE WS-PO-IDX TO WS-PO-PICK
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        APPLY-OPEN-PO.
      *     a PO landing after the need must be pulled in; one
      *     landing well ahead of it is tying up cash early
            MOVE "Y" TO WS-PO-USED(WS-PO-PICK)
            ADD WS-PO-OPEN-QTY(WS-PO-PICK) TO WS-PROJECTED

            IF WS-PO-DUE-DATE(WS-PO-PICK) > MW-NEED-DATE
                MOVE SPACES TO WS-PEG-TEXT
                IF MW-ORDER-NO = ZERO
                    MOVE "FORECAST" TO WS-PEG-TEXT
                ELSE
                    STRING "WO " MW-ORDER-NO
                           DELIMITED BY SIZE INTO WS-PEG-TEXT
                END-IF
                MOVE SPACES TO MRP-ACTION-LINE
                STRING "EXPEDITE  PO " WS-PO-NUMBER(WS-PO-PICK)
                       " PART " WS-CURRENT-PART
                       " DUE " WS-PO-DUE-DATE(WS-PO-PICK)
                       " NEEDED " MW-NEED-DATE
                       " " WS-PEG-TEXT
                       DELIMITED BY SIZE INTO MRP-ACTION-LINE
                WRITE MRP-ACTION-LINE
                ADD 1 TO WS-EXPEDITE-COUNT
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-DAYS-EARLY =
                FUNCTION INTEGER-OF-DATE(MW-NEED-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-PO-DUE-DATE(WS-PO-PICK))
            IF WS-DAYS-EARLY >= WS-PUSH-OUT-DAYS
                    AND WS-PO-DUE-DATE(WS-PO-PICK) > WS-RUN-DATE
                MOVE SPACES TO MRP-ACTION-LINE
                STRING "PUSH OUT  PO " WS-PO-NUMBER(WS-PO-PICK)
                       " PART " WS-CURRENT-PART
                       " DUE " WS-PO-DUE-DATE(WS-PO-PICK)
                       " MOVE TO " MW-NEED-DATE
                       DELIMITED BY SIZE INTO MRP-ACTION-LINE
                WRITE MRP-ACTION-LINE
                ADD 1 TO WS-PUSH-OUT-COUNT
            END-IF.

        WRITE-PLANNED-ORDER.
      *     lot-for-lot, rounded up to whole vendor packs the way
      *     PO-GENERATE rounds a suggestion
            MOVE WS-SHORTAGE TO WS-PLAN-QTY
            IF WS-PART-PACK > 1
                DIVIDE WS-SHORTAGE BY WS-PART-PACK
                    GIVING WS-WHOLE-PACKS REMAINDER WS-PACK-REMAIN
                IF WS-PACK-REMAIN > ZERO
                    ADD 1 TO WS-WHOLE-PACKS
                END-IF
                COMPUTE WS-PLAN-QTY = WS-WHOLE-PACKS * WS-PART-PACK
            END-IF

      *     back-schedule: the order has to go out lead-time shop
      *     days before the stock is needed
            MOVE "A" TO DSP-FUNCTION
            MOVE MW-NEED-DATE TO DSP-DATE-1
            COMPUTE DSP-DAY-COUNT = 0 - WS-PART-LEAD
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF DSP-STATUS = "Y"
                MOVE DSP-RESULT-DATE TO WS-RELEASE-DATE
            ELSE
                MOVE MW-NEED-DATE TO WS-RELEASE-DATE
            END-IF

            ADD 1 TO WS-PLAN-SEQ
            MOVE SPACES TO PLANNED-ORDER-RECORD
            MOVE WS-PLAN-SEQ TO PLO-PLAN-SEQ
            MOVE WS-CURRENT-PART TO PLO-PART-CODE
            MOVE WS-PART-VENDOR TO PLO-VENDOR-CODE
            MOVE WS-PLAN-QTY TO PLO-ORDER-QTY
            MOVE WS-RELEASE-DATE TO PLO-RELEASE-DATE
            MOVE MW-NEED-DATE TO PLO-NEED-DATE
            MOVE MW-ORDER-NO TO PLO-PEG-ORDER-NO
            MOVE WS-RUN-DATE TO PLO-RUN-DATE
            IF WS-RELEASE-DATE <= WS-RUN-DATE
                MOVE "RELEASE" TO PLO-ACTION
            ELSE
                MOVE "PLANNED" TO PLO-ACTION
            END-IF
            WRITE PLANNED-ORDER-RECORD

      *     only what has to go out today is an action - the rest
      *     of the plan is on the planned-order file
            IF PLO-ACTION = "RELEASE"
                MOVE WS-PLAN-QTY TO WS-QTY-DISP
                MOVE SPACES TO MRP-ACTION-LINE
                IF WS-RELEASE-DATE < WS-RUN-DATE
                    STRING "RELEASE   PART " WS-CURRENT-PART
                           " QTY " WS-QTY-DISP
                           " NEEDED " MW-NEED-DATE
                           " ** LATE - START WAS " WS-RELEASE-DATE
                           DELIMITED BY SIZE INTO MRP-ACTION-LINE
                ELSE
                    STRING "RELEASE   PART " WS-CURRENT-PART
                           " QTY " WS-QTY-DISP
                           " NEEDED " MW-NEED-DATE
                           " VENDOR " WS-PART-VENDOR
                           DELIMITED BY SIZE INTO MRP-ACTION-LINE
                END-IF
                WRITE MRP-ACTION-LINE
                ADD 1 TO WS-RELEASE-COUNT
            END-IF.

        CLOSE-OUT-PART.
      *     POs nothing consumed are cancel candidates - unless the
      *     part would drop under its reorder point without them,
      *     in which case the reorder sweep bought them on purpose
            IF WS-PROJECTED < WS-PART-REORDER-PT
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                IF WS-PO-PART(WS-PO-IDX) = WS-CURRENT-PART
                        AND WS-PO-USED(WS-PO-IDX) = "N"
                    MOVE WS-PO-OPEN-QTY(WS-PO-IDX) TO WS-QTY-DISP
                    MOVE SPACES TO MRP-ACTION-LINE
                    STRING "CANCEL    PO " WS-PO-NUMBER(WS-PO-IDX)
                           " PART " WS-CURRENT-PART
                           " OPEN QTY " WS-QTY-DISP
                           " - NO OPEN DEMAND"
                           DELIMITED BY SIZE INTO MRP-ACTION-LINE
                    WRITE MRP-ACTION-LINE
                    MOVE "Y" TO WS-PO-USED(WS-PO-IDX)
                    ADD 1 TO WS-CANCEL-COUNT
                END-IF
            END-PERFORM.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "MRP ACTION REPORT - RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE SPACES TO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-PART-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "PARTS WITH DEMAND:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-FCST-REQ-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "FORECAST DEMANDS:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-PLAN-SEQ TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "PLANNED ORDERS:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-RELEASE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "RELEASE NOW:         " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-EXPEDITE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "EXPEDITE:            " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-PUSH-OUT-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "PUSH OUT:            " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE

            MOVE WS-CANCEL-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO MRP-ACTION-LINE
            STRING "CANCEL:              " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO MRP-ACTION-LINE
            WRITE MRP-ACTION-LINE.

            END PROGRAM MRP-RUN.

      * RATE-CHANGE-IMPACT - what a material rate move does to the
      * business already on the books. The rate set is the one in
      * force on a prompted date off MATERIAL-RATE-HIST (the newest
      * entry per material dated on or before it - a rate keyed with
      * a future effective date is a proposed one), falling back to
      * the current MATERIAL-RATES figure for a material with no
      * history. At that set:
      *   every OPEN quote on QUOTE-FILE is repriced with the same
      *     math CIRCUMFERENCE and HYPOTENUSE quote with - material
      *     off the quoted area, the customer's PRICE-AGREEMENT in
      *     force on the rate date, setup plus labor off today's
      *     LABOR-RATES (area for a circle, cut length for a
      *     triangle) - against the quoted total;
      *   every not-yet-invoiced circle line on WORK-ORDER-LINE that
      *     bills at a fixed price (converted from a quote, or
      *     released off a blanket order) is repriced the way
      *     INVOICE-GENERATE prices a circle, agreement applied,
      *     against that fixed price. A line without a fixed price
      *     re-prices itself at invoice time, so no margin is at
      *     risk on it - those are only counted, with the change in
      *     their estimate; triangle and assembly lines carry no
      *     plate price on an order and are left out.
      * The margin lost (repriced less committed - negative is a
      * gain) is listed per quote and per order line, subtotalled
      * per order and per customer. On request every open quote
      * that came out underpriced is re-issued at the new price
      * under a new quote number (TICKET-SEQUENCE), printed onto
      * QUOTE-PRINT.DAT, and the old quote is marked SUPRSD naming
      * its replacement. QUOTE-FILE is line sequential, so the whole
      * file loads into a table and is written back, as
      * QUOTE-EXPIRY-SWEEP does. Writes RATE-IMPACT-RPT.DAT,
      * captured into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RATE-CHANGE-IMPACT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATRATE-STATUS.

            SELECT MATERIAL-RATE-HIST
                ASSIGN TO "MATERIAL-RATE-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT LABOR-RATES ASSIGN TO "LABOR-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LR-OPERATION-CODE
                FILE STATUS IS WS-LABRATE-STATUS.

            SELECT PRICE-AGREEMENT ASSIGN TO "PRICE-AGREEMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PA-AGREE-KEY
                FILE STATUS IS WS-AGREE-STATUS.

            SELECT QUOTE-FILE ASSIGN TO "QUOTE-FILE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTE-STATUS.

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

            SELECT IMPACT-WORK ASSIGN TO "RATE-IMPACT-WORK.TMP".

            SELECT IMPACT-RPT ASSIGN TO "RATE-IMPACT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT QUOTE-PRINT ASSIGN TO "QUOTE-PRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTE-PRINT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  MATERIAL-RATE-HIST.
            COPY "MATERIAL-RATE-HIST-RECORD.cpy".

        FD  LABOR-RATES.
            COPY "LABOR-RATES-RECORD.cpy".

        FD  PRICE-AGREEMENT.
            COPY "PRICE-AGREEMENT-RECORD.cpy".

        FD  QUOTE-FILE.
            COPY "QUOTE-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

      * one row per repriced quote or fixed-price order line, by
      * customer - quotes (Q) ahead of order lines (O)
        SD  IMPACT-WORK.
        01  IMPACT-WORK-RECORD.
            05  IM-CUSTOMER-CODE     PIC X(6).
            05  IM-KIND              PIC X.
            05  IM-DOC-NO            PIC 9(8).
            05  IM-LINE-NO           PIC 9(3).
            05  IM-TYPE              PIC X.
            05  IM-MATERIAL-CODE     PIC X(3).
            05  IM-BASIS             PIC X(7).
            05  IM-COMMITTED         PIC 9(7)V99.
            05  IM-REPRICED          PIC 9(7)V99.
            05  IM-IMPACT            PIC S9(7)V99.
            05  IM-NEW-QUOTE-NO      PIC 9(8).

        FD  IMPACT-RPT.
        01  IMPACT-LINE              PIC X(132).

        FD  QUOTE-PRINT.
        01  QUOTE-PRINT-LINE         PIC X(80).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-MATRATE-STATUS     PIC XX.
        01 WS-HIST-STATUS        PIC XX.
        01 WS-LABRATE-STATUS     PIC XX.
        01 WS-AGREE-STATUS       PIC XX.
        01 WS-QUOTE-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-QUOTE-PRINT-STATUS PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-DAY-INT            PIC 9(7).

      * what the operator asked for
        01 WS-ASOF-DATE          PIC 9(8).
        01 WS-REISSUE            PIC X VALUE "N".

      * the same constants INVOICE-GENERATE prices a circle with
        78 PI                    VALUE 3.14.
        78 CUT-OPERATION         VALUE "CUT".

      * the rate set - every material on MATERIAL-RATES or in its
      * history, today's rate beside the rate in force on the date
        78 MAX-RATES             VALUE 100.
        01 WS-RT-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-RT-IDX             PIC 9(3).
        01 WS-RT-FOUND           PIC 9(3).
        01 WS-RATE-TABLE.
            05 WS-RT-ENTRY OCCURS 100 TIMES.
                10 WS-RT-CODE        PIC X(3).
                10 WS-RT-CURRENT     PIC 9(3)V9999.
                10 WS-RT-NEW         PIC 9(3)V9999.
                10 WS-RT-EFFECTIVE   PIC 9(8).

      * the whole quote file, held as raw record images wide enough
      * to survive the layout growing - same as QUOTE-EXPIRY-SWEEP;
      * re-issued quotes are added on the end
        78 MAX-QUOTES            VALUE 2000.
        01 WS-QUOTE-COUNT        PIC 9(4) VALUE ZERO.
        01 WS-QUOTE-LOADED       PIC 9(4) VALUE ZERO.
        01 WS-QUOTE-IDX          PIC 9(4).
        01 WS-QUOTE-TABLE.
            05 WS-QUOTE-ROW OCCURS 2000 TIMES PIC X(200).
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-OLD-QUOTE-ROW      PIC X(200).

      * one item being repriced
        01 WS-RP-TYPE            PIC X.
        01 WS-RP-CUSTOMER        PIC X(6).
        01 WS-RP-MATERIAL        PIC X(3).
        01 WS-RP-AREA            PIC 9(6)V99.
        01 WS-RP-PERIMETER       PIC 9(4)V99.
        01 WS-RP-RATE            PIC 9(3)V9999.
        01 WS-RP-MATERIAL-COST   PIC 9(6)V99.
        01 WS-RP-AGREED-COST     PIC 9(6)V99.
        01 WS-RP-DISCOUNT        PIC 9(6)V99.
        01 WS-RP-SETUP           PIC 9(6)V99.
        01 WS-RP-LABOR           PIC 9(6)V99.
        01 WS-RP-TOTAL           PIC 9(7)V99.
        01 WS-SETUP-CHARGE       PIC 9(4)V99 VALUE ZERO.
        01 WS-RUN-PER-SQIN       PIC 9(3)V9999 VALUE ZERO.
        01 WS-RUN-PER-INCH       PIC 9(3)V9999 VALUE ZERO.
        01 WS-BLANKET-NO         PIC 9(8).

      * lines that re-price themselves at invoice time
        01 WS-FLOAT-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-FLOAT-CHANGE       PIC S9(9)V99 VALUE ZERO.

      * the re-issue
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-REISSUE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-REISSUE-SKIPPED    PIC 9(5) VALUE ZERO.
        01 WS-FOREIGN-AMOUNT     PIC 9(9)V99.

      * the groups in hand on the report
        01 WS-CURRENT-CUSTOMER   PIC X(6) VALUE SPACES.
        01 WS-CURRENT-NAME       PIC X(30).
        01 WS-FIRST-CUSTOMER     PIC X VALUE "Y".
        01 WS-CURRENT-ORDER      PIC 9(8) VALUE ZERO.
        01 WS-ORDER-LINES        PIC 9(3) VALUE ZERO.
        01 WS-ORDER-IMPACT       PIC S9(9)V99 VALUE ZERO.
        01 WS-CU-QUOTE-IMPACT    PIC S9(9)V99.
        01 WS-CU-ORDER-IMPACT    PIC S9(9)V99.

      * run totals
        01 WS-QUOTE-REPRICED     PIC 9(5) VALUE ZERO.
        01 WS-LINE-REPRICED      PIC 9(5) VALUE ZERO.
        01 WS-CUSTOMER-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-GRAND-QUOTE-IMPACT PIC S9(9)V99 VALUE ZERO.
        01 WS-GRAND-ORDER-IMPACT PIC S9(9)V99 VALUE ZERO.

        01 WS-RATE-DISP          PIC ZZ9.9999.
        01 WS-AMOUNT-DISP        PIC Z,ZZZ,ZZ9.99.
        01 WS-REPRICED-DISP      PIC Z,ZZZ,ZZ9.99.
        01 WS-IMPACT-DISP        PIC Z,ZZZ,ZZ9.99-.
        01 WS-TOTAL-DISP         PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-DOC-TEXT           PIC X(16).
        01 WS-NOTE-TEXT          PIC X(24).
        01 WS-FX-DISP            PIC ZZZ,ZZZ,ZZ9.99.

      * re-issuing quotes is an update - function-level
      * authorization as on QUOTE-LOSS-ENTRY (see
      * operator-maintenance.cob)
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * the re-issued quote's currency rate - see
      * exchange-rate-lookup.cob
        COPY "EXCHANGE-RATE-PARAMS.cpy".

      * the validity period off the parameter master - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog - see
      * report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "RATE-CHANGE-IMPACT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
            PERFORM READ-OPERATOR-ID

            DISPLAY "RATE CHANGE IMPACT - RATE SET EFFECTIVE DATE"
                " (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-ASOF-DATE
            IF WS-ASOF-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-ASOF-DATE
            END-IF
            DISPLAY "RE-ISSUE UNDERPRICED OPEN QUOTES AT THE NEW"
                " PRICE (Y/N):"
            ACCEPT WS-REISSUE
            DISPLAY ""
            IF WS-REISSUE = "y"
                MOVE "Y" TO WS-REISSUE
            END-IF
            IF WS-REISSUE = "Y"
                CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
                IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                    DISPLAY "NOT AUTHORIZED TO RE-ISSUE QUOTES - NEEDS"
                        " A LEVEL " MAINT-AUTH-LEVEL " SIGN-ON;"
                        " REPORTING ONLY"
                    MOVE "N" TO WS-REISSUE
                END-IF
            END-IF

            PERFORM LOAD-RATE-SET
            IF WS-RT-COUNT = ZERO
                DISPLAY "NO MATERIAL RATES ON FILE - NOTHING TO REPRICE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            PERFORM LOAD-LABOR-RATE

            PERFORM LOAD-QUOTE-FILE
            IF WS-TABLE-FULL = "Y" AND WS-REISSUE = "Y"
                DISPLAY "QUOTE-FILE HOLDS MORE THAN " MAX-QUOTES
                    " QUOTES - NOT RE-ISSUING, ARCHIVE OLD QUOTES"
                MOVE "N" TO WS-REISSUE
            END-IF

            OPEN INPUT PRICE-AGREEMENT
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT IMPACT-RPT
            PERFORM WRITE-RATE-SET

            SORT IMPACT-WORK
                ON ASCENDING KEY IM-CUSTOMER-CODE
                ON ASCENDING KEY IM-KIND
                ON ASCENDING KEY IM-DOC-NO
                ON ASCENDING KEY IM-LINE-NO
                INPUT PROCEDURE IS RELEASE-IMPACTS
                OUTPUT PROCEDURE IS PRINT-IMPACTS

            IF WS-FIRST-CUSTOMER = "N"
                PERFORM FINISH-CUSTOMER
            END-IF
            PERFORM WRITE-RUN-TOTALS
            CLOSE IMPACT-RPT
            CLOSE CUSTOMER-MASTER
            CLOSE PRICE-AGREEMENT

            IF WS-REISSUE-COUNT > ZERO
                PERFORM REWRITE-QUOTE-FILE
            END-IF

            MOVE "RATE-IMPACT-RPT" TO SPP-REPORT-NAME
            MOVE "RATE-IMPACT-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            COMPUTE RCP-RECORD-COUNT =
                WS-QUOTE-REPRICED + WS-LINE-REPRICED
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "RATE IMPACT WRITTEN TO RATE-IMPACT-RPT.DAT -"
                " QUOTES: " WS-QUOTE-REPRICED
                " ORDER LINES: " WS-LINE-REPRICED
            IF WS-REISSUE-COUNT > ZERO
                DISPLAY "QUOTES RE-ISSUED: " WS-REISSUE-COUNT
                    " - SEE QUOTE-PRINT.DAT"
            END-IF
            GOBACK.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        LOAD-RATE-SET.
      *     today's rates first, each standing as its own new rate
      *     until the history says otherwise
            OPEN INPUT MATERIAL-RATES
            IF WS-MATRATE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ MATERIAL-RATES
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF WS-RT-COUNT < MAX-RATES
                                ADD 1 TO WS-RT-COUNT
                                MOVE MR-MATERIAL-CODE
                                    TO WS-RT-CODE(WS-RT-COUNT)
                                MOVE MR-RATE-PER-SQIN
                                    TO WS-RT-CURRENT(WS-RT-COUNT)
                                    WS-RT-NEW(WS-RT-COUNT)
                                MOVE ZERO
                                    TO WS-RT-EFFECTIVE(WS-RT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MATERIAL-RATES
            END-IF

      *     the newest history entry on or before the date wins -
      *     same rule as MATERIAL-RATE-MAINTENANCE's AS-OF inquiry
            OPEN INPUT MATERIAL-RATE-HIST
            IF WS-HIST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ MATERIAL-RATE-HIST
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF MH-EFFECTIVE-DATE <= WS-ASOF-DATE
                            PERFORM APPLY-HISTORY-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATERIAL-RATE-HIST.

        APPLY-HISTORY-ENTRY.
            MOVE MH-MATERIAL-CODE TO WS-RP-MATERIAL
            PERFORM FIND-RATE
            IF WS-RT-FOUND = ZERO
                IF WS-RT-COUNT >= MAX-RATES
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-RT-COUNT
                MOVE WS-RT-COUNT TO WS-RT-FOUND
                MOVE MH-MATERIAL-CODE TO WS-RT-CODE(WS-RT-FOUND)
                MOVE ZERO TO WS-RT-CURRENT(WS-RT-FOUND)
                MOVE ZERO TO WS-RT-EFFECTIVE(WS-RT-FOUND)
            END-IF
            IF MH-EFFECTIVE-DATE >= WS-RT-EFFECTIVE(WS-RT-FOUND)
                MOVE MH-EFFECTIVE-DATE TO WS-RT-EFFECTIVE(WS-RT-FOUND)
                MOVE MH-RATE-PER-SQIN TO WS-RT-NEW(WS-RT-FOUND)
            END-IF.

        FIND-RATE.
            MOVE ZERO TO WS-RT-FOUND
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-RT-COUNT
                       OR WS-RT-FOUND > ZERO
                IF WS-RT-CODE(WS-RT-IDX) = WS-RP-MATERIAL
                    MOVE WS-RT-IDX TO WS-RT-FOUND
                END-IF
            END-PERFORM.

        LOAD-LABOR-RATE.
            OPEN INPUT LABOR-RATES
            IF WS-LABRATE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE CUT-OPERATION TO LR-OPERATION-CODE
            READ LABOR-RATES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE LR-SETUP-CHARGE TO WS-SETUP-CHARGE
                    MOVE LR-RUN-PER-SQIN TO WS-RUN-PER-SQIN
                    IF LR-RUN-PER-INCH NUMERIC
                        MOVE LR-RUN-PER-INCH TO WS-RUN-PER-INCH
                    END-IF
            END-READ
            CLOSE LABOR-RATES.

        LOAD-QUOTE-FILE.
            OPEN INPUT QUOTE-FILE
            IF WS-QUOTE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ QUOTE-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-QUOTE-COUNT < MAX-QUOTES
                            ADD 1 TO WS-QUOTE-COUNT
                            MOVE QUOTE-RECORD
                                TO WS-QUOTE-ROW(WS-QUOTE-COUNT)
                        ELSE
                            MOVE "Y" TO WS-TABLE-FULL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE QUOTE-FILE
            MOVE WS-QUOTE-COUNT TO WS-QUOTE-LOADED.

        RELEASE-IMPACTS.
      *     only the quotes loaded count - re-issues land past them
            PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-LOADED
                MOVE WS-QUOTE-ROW(WS-QUOTE-IDX) TO QUOTE-RECORD
                IF QU-STATUS = "OPEN"
                    PERFORM RELEASE-ONE-QUOTE
                END-IF
            END-PERFORM
            PERFORM RELEASE-ORDER-LINES.

        RELEASE-ONE-QUOTE.
            MOVE QU-TYPE TO WS-RP-TYPE
            IF WS-RP-TYPE NOT = "T"
                MOVE "C" TO WS-RP-TYPE
            END-IF
            MOVE QU-CUSTOMER-CODE TO WS-RP-CUSTOMER
            MOVE QU-MATERIAL-CODE TO WS-RP-MATERIAL
            MOVE QU-AREA TO WS-RP-AREA
            IF WS-RP-TYPE = "T" AND QU-PERIMETER NUMERIC
                MOVE QU-PERIMETER TO WS-RP-PERIMETER
            ELSE
                MOVE ZERO TO WS-RP-PERIMETER
            END-IF
            PERFORM REPRICE-ITEM
            ADD 1 TO WS-QUOTE-REPRICED

            INITIALIZE IMPACT-WORK-RECORD
            MOVE QU-CUSTOMER-CODE TO IM-CUSTOMER-CODE
            MOVE "Q" TO IM-KIND
            MOVE QU-QUOTE-NO TO IM-DOC-NO
            MOVE WS-RP-TYPE TO IM-TYPE
            MOVE QU-MATERIAL-CODE TO IM-MATERIAL-CODE
            MOVE "QUOTE" TO IM-BASIS
            MOVE QU-TOTAL-COST TO IM-COMMITTED
            MOVE WS-RP-TOTAL TO IM-REPRICED
            COMPUTE IM-IMPACT = WS-RP-TOTAL - QU-TOTAL-COST

      *     an underpriced quote goes back out at the new price
            IF WS-REISSUE = "Y" AND IM-IMPACT > ZERO
                IF WS-QUOTE-COUNT < MAX-QUOTES
                    PERFORM REISSUE-QUOTE
                    MOVE WS-TICKET-NO TO IM-NEW-QUOTE-NO
                ELSE
                    ADD 1 TO WS-REISSUE-SKIPPED
                END-IF
            END-IF
            RELEASE IMPACT-WORK-RECORD.

        REPRICE-ITEM.
      *     material off the area at the rate set, the agreement in
      *     force on the rate date, then setup and labor - a circle
      *     runs its labor off area, a triangle off cut length
            PERFORM FIND-RATE
            IF WS-RT-FOUND = ZERO
                MOVE ZERO TO WS-RP-RATE
            ELSE
                MOVE WS-RT-NEW(WS-RT-FOUND) TO WS-RP-RATE
            END-IF
            COMPUTE WS-RP-MATERIAL-COST ROUNDED =
                WS-RP-AREA * WS-RP-RATE
            PERFORM APPLY-PRICE-AGREEMENT
            MOVE WS-SETUP-CHARGE TO WS-RP-SETUP
            IF WS-RP-TYPE = "T"
                COMPUTE WS-RP-LABOR ROUNDED =
                    WS-RP-PERIMETER * WS-RUN-PER-INCH
            ELSE
                COMPUTE WS-RP-LABOR ROUNDED =
                    WS-RP-AREA * WS-RUN-PER-SQIN
            END-IF
            COMPUTE WS-RP-TOTAL =
                WS-RP-MATERIAL-COST + WS-RP-SETUP + WS-RP-LABOR.

        APPLY-PRICE-AGREEMENT.
      *     same rules as CIRCUMFERENCE's quote path: type P takes a
      *     percent off the material cost, type R reprices the area
      *     at the agreed rate when that comes out lower
            MOVE ZERO TO WS-RP-DISCOUNT
            IF WS-AGREE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RP-CUSTOMER TO PA-CUSTOMER-CODE
            MOVE WS-RP-MATERIAL TO PA-MATERIAL-CODE
            READ PRICE-AGREEMENT
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF WS-ASOF-DATE < PA-EFFECT-FROM
                EXIT PARAGRAPH
            END-IF
            IF PA-EFFECT-TO NOT = ZERO AND WS-ASOF-DATE > PA-EFFECT-TO
                EXIT PARAGRAPH
            END-IF
            IF PA-TYPE = "P"
                COMPUTE WS-RP-DISCOUNT ROUNDED =
                    WS-RP-MATERIAL-COST * PA-VALUE / 100
            ELSE
                COMPUTE WS-RP-AGREED-COST ROUNDED =
                    WS-RP-AREA * PA-VALUE
                IF WS-RP-AGREED-COST < WS-RP-MATERIAL-COST
                    COMPUTE WS-RP-DISCOUNT =
                        WS-RP-MATERIAL-COST - WS-RP-AGREED-COST
                END-IF
            END-IF
            SUBTRACT WS-RP-DISCOUNT FROM WS-RP-MATERIAL-COST.

        REISSUE-QUOTE.
      *     the new quote copies the old one's spec, re-priced and
      *     re-dated, with a fresh validity period and today's
      *     exchange rate; the old one goes SUPRSD pointing at it
            MOVE QUOTE-RECORD TO WS-OLD-QUOTE-ROW
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO

            MOVE WS-TICKET-NO TO QU-QUOTE-NO
            MOVE WS-TODAY-DATE TO QU-QUOTE-DATE
            MOVE WS-OPERATOR-ID TO QU-OPERATOR
            MOVE WS-RP-MATERIAL-COST TO QU-MATERIAL-COST
            MOVE WS-RP-SETUP TO QU-SETUP-CHARGE
            MOVE WS-RP-LABOR TO QU-LABOR-COST
            MOVE WS-RP-TOTAL TO QU-TOTAL-COST
            MOVE WS-RP-DISCOUNT TO QU-DISCOUNT
            MOVE "OPEN" TO QU-STATUS
            MOVE ZERO TO QU-STATUS-DATE
            MOVE SPACES TO QU-LOST-REASON
            MOVE SPACES TO QU-COMPETITOR
            MOVE ZERO TO QU-SUPERSEDED-BY
            MOVE IM-DOC-NO TO QU-REPLACES-QUOTE

            MOVE "QUOTE-VALID-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS A QUOTED PRICE HOLDS" TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + SPL-VALUE
            COMPUTE QU-VALID-UNTIL =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

      *     a foreign customer keeps the old quote's rate when no
      *     rate stands today rather than being priced at a guess
            IF QU-CURRENCY-CODE = SPACES
                MOVE "USD" TO QU-CURRENCY-CODE
            END-IF
            MOVE QU-CURRENCY-CODE TO XRP-CURRENCY-CODE
            MOVE WS-TODAY-DATE TO XRP-AS-OF-DATE
            CALL "EXCHANGE-RATE-LOOKUP" USING EXCHANGE-RATE-PARAMS
            IF XRP-FOUND = "Y"
                MOVE XRP-RATE TO QU-EXCHANGE-RATE
            END-IF
            IF QU-EXCHANGE-RATE NOT NUMERIC
                    OR QU-EXCHANGE-RATE = ZERO
                MOVE 1 TO QU-EXCHANGE-RATE
            END-IF
            COMPUTE QU-FOREIGN-TOTAL ROUNDED =
                QU-TOTAL-COST / QU-EXCHANGE-RATE

            ADD 1 TO WS-QUOTE-COUNT
            MOVE QUOTE-RECORD TO WS-QUOTE-ROW(WS-QUOTE-COUNT)
            PERFORM WRITE-REISSUE-DOCUMENT

            MOVE WS-OLD-QUOTE-ROW TO QUOTE-RECORD
            MOVE "SUPRSD" TO QU-STATUS
            MOVE WS-TODAY-DATE TO QU-STATUS-DATE
            MOVE WS-TICKET-NO TO QU-SUPERSEDED-BY
            IF QU-REPLACES-QUOTE NOT NUMERIC
                MOVE ZERO TO QU-REPLACES-QUOTE
            END-IF
            MOVE QUOTE-RECORD TO WS-QUOTE-ROW(WS-QUOTE-IDX)
            ADD 1 TO WS-REISSUE-COUNT.

        WRITE-REISSUE-DOCUMENT.
      *     the printable copy for the customer, in the quote
      *     programs' layout, appended to the day's quote batch
            OPEN EXTEND QUOTE-PRINT
            IF WS-QUOTE-PRINT-STATUS = "05"
                    OR WS-QUOTE-PRINT-STATUS = "35"
                CLOSE QUOTE-PRINT
                OPEN OUTPUT QUOTE-PRINT
            END-IF

            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "QUOTE NO " QU-QUOTE-NO
                   "   DATE " QU-QUOTE-DATE
                   "   OPERATOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "CUSTOMER " QU-CUSTOMER-CODE
                   "   VALID UNTIL " QU-VALID-UNTIL
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "REPLACES QUOTE " QU-REPLACES-QUOTE
                   " - MATERIAL PRICES HAVE CHANGED"
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            MOVE SPACES TO QUOTE-PRINT-LINE
            IF WS-RP-TYPE = "T"
                STRING "TRIANGLE SIDES " QU-SIDE-A " " QU-SIDE-B
                       " " QU-SIDE-C "   MATERIAL " QU-MATERIAL-CODE
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            ELSE
                STRING "RADIUS " QU-RADIUS
                       "   MATERIAL " QU-MATERIAL-CODE
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            END-IF
            WRITE QUOTE-PRINT-LINE
            IF QU-CURRENCY-CODE NOT = "USD"
                MOVE SPACES TO QUOTE-PRINT-LINE
                STRING "AMOUNTS IN " QU-CURRENCY-CODE
                       " AT " QU-EXCHANGE-RATE " USD PER UNIT"
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
                WRITE QUOTE-PRINT-LINE
            END-IF

            COMPUTE WS-FOREIGN-AMOUNT ROUNDED =
                QU-MATERIAL-COST / QU-EXCHANGE-RATE
            MOVE WS-FOREIGN-AMOUNT TO WS-FX-DISP
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "ESTIMATED MATERIAL COST " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            IF QU-DISCOUNT > ZERO
                COMPUTE WS-FOREIGN-AMOUNT ROUNDED =
                    QU-DISCOUNT / QU-EXCHANGE-RATE
                MOVE WS-FOREIGN-AMOUNT TO WS-FX-DISP
                MOVE SPACES TO QUOTE-PRINT-LINE
                STRING "AGREEMENT DISCOUNT      " WS-FX-DISP
                       " (ALREADY DEDUCTED)"
                       DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
                WRITE QUOTE-PRINT-LINE
            END-IF
            COMPUTE WS-FOREIGN-AMOUNT ROUNDED =
                QU-SETUP-CHARGE / QU-EXCHANGE-RATE
            MOVE WS-FOREIGN-AMOUNT TO WS-FX-DISP
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "SETUP CHARGE            " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            COMPUTE WS-FOREIGN-AMOUNT ROUNDED =
                QU-LABOR-COST / QU-EXCHANGE-RATE
            MOVE WS-FOREIGN-AMOUNT TO WS-FX-DISP
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "LABOR COST              " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            MOVE QU-FOREIGN-TOTAL TO WS-FX-DISP
            MOVE SPACES TO QUOTE-PRINT-LINE
            STRING "TOTAL ESTIMATE          " WS-FX-DISP
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            MOVE SPACES TO QUOTE-PRINT-LINE
            WRITE QUOTE-PRINT-LINE
            CLOSE QUOTE-PRINT.

        RELEASE-ORDER-LINES.
      *     every circle line not yet billed; the header is read for
      *     the customer and to skip a canceled order
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT WORK-ORDER
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-LINE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOL-TYPE = "C"
                                AND WOL-STATUS NOT = "INVOICED"
                                AND WOL-STATUS NOT = "REJECTED"
                                AND WOL-STATUS NOT = "CANCELED"
                            PERFORM RELEASE-ONE-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER
            CLOSE WORK-ORDER-LINE.

        RELEASE-ONE-LINE.
            MOVE WOL-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF WO-STATUS = "CANCELED" OR WO-STATUS = "INVOICED"
                EXIT PARAGRAPH
            END-IF

            MOVE "C" TO WS-RP-TYPE
            MOVE WO-CUSTOMER-CODE TO WS-RP-CUSTOMER
            MOVE WOL-MATERIAL-CODE TO WS-RP-MATERIAL
            COMPUTE WS-RP-AREA ROUNDED = PI * WOL-RADIUS * WOL-RADIUS
            MOVE ZERO TO WS-RP-PERIMETER
            IF WOL-BLANKET-NO NUMERIC
                MOVE WOL-BLANKET-NO TO WS-BLANKET-NO
            ELSE
                MOVE ZERO TO WS-BLANKET-NO
            END-IF

      *     a line with no fixed price bills at whatever the rates
      *     are on invoice day - nothing is at risk, only counted
            IF WOL-QUOTE-NO = ZERO AND WS-BLANKET-NO = ZERO
                PERFORM REPRICE-ITEM
                ADD 1 TO WS-FLOAT-COUNT
                COMPUTE WS-FLOAT-CHANGE = WS-FLOAT-CHANGE
                    + WS-RP-TOTAL - WOL-EST-VALUE
                EXIT PARAGRAPH
            END-IF

            PERFORM REPRICE-ITEM
            ADD 1 TO WS-LINE-REPRICED
            INITIALIZE IMPACT-WORK-RECORD
            MOVE WO-CUSTOMER-CODE TO IM-CUSTOMER-CODE
            MOVE "O" TO IM-KIND
            MOVE WOL-ORDER-NO TO IM-DOC-NO
            MOVE WOL-LINE-NO TO IM-LINE-NO
            MOVE "C" TO IM-TYPE
            MOVE WOL-MATERIAL-CODE TO IM-MATERIAL-CODE
            IF WS-BLANKET-NO NOT = ZERO
                MOVE "BLANKET" TO IM-BASIS
            ELSE
                MOVE "QUOTE" TO IM-BASIS
            END-IF
            MOVE WOL-QUOTED-PRICE TO IM-COMMITTED
            MOVE WS-RP-TOTAL TO IM-REPRICED
            COMPUTE IM-IMPACT = WS-RP-TOTAL - WOL-QUOTED-PRICE
            RELEASE IMPACT-WORK-RECORD.

        WRITE-RATE-SET.
            MOVE SPACES TO IMPACT-LINE
            STRING "MATERIAL RATE CHANGE IMPACT - RATE SET IN FORCE "
                   WS-ASOF-DATE "  RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  MATERIAL   RATE TODAY   RATE IN SET   EFFECTIVE"
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > WS-RT-COUNT
                MOVE SPACES TO WS-NOTE-TEXT
                IF WS-RT-NEW(WS-RT-IDX) NOT = WS-RT-CURRENT(WS-RT-IDX)
                    MOVE "CHANGED" TO WS-NOTE-TEXT
                END-IF
                MOVE SPACES TO IMPACT-LINE
                MOVE WS-RT-CURRENT(WS-RT-IDX) TO WS-RATE-DISP
                STRING "  " WS-RT-CODE(WS-RT-IDX)
                       "        " WS-RATE-DISP
                       DELIMITED BY SIZE INTO IMPACT-LINE
                MOVE WS-RT-NEW(WS-RT-IDX) TO WS-RATE-DISP
                MOVE WS-RATE-DISP TO IMPACT-LINE(27:8)
                MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO IMPACT-LINE(40:8)
                MOVE WS-NOTE-TEXT TO IMPACT-LINE(50:24)
                WRITE IMPACT-LINE
            END-PERFORM
            MOVE SPACES TO IMPACT-LINE
            WRITE IMPACT-LINE.

        PRINT-IMPACTS.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN IMPACT-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-IMPACT
                END-RETURN
            END-PERFORM.

        PRINT-ONE-IMPACT.
            IF WS-FIRST-CUSTOMER = "Y"
                    OR IM-CUSTOMER-CODE NOT = WS-CURRENT-CUSTOMER
                IF WS-FIRST-CUSTOMER = "N"
                    PERFORM FINISH-CUSTOMER
                END-IF
                MOVE "N" TO WS-FIRST-CUSTOMER
                MOVE IM-CUSTOMER-CODE TO WS-CURRENT-CUSTOMER
                MOVE ZERO TO WS-CU-QUOTE-IMPACT WS-CU-ORDER-IMPACT
                PERFORM START-CUSTOMER
            END-IF
            IF WS-ORDER-LINES > ZERO
                    AND (IM-KIND NOT = "O"
                         OR IM-DOC-NO NOT = WS-CURRENT-ORDER)
                PERFORM FINISH-ORDER
            END-IF

            MOVE SPACES TO WS-DOC-TEXT
            MOVE SPACES TO WS-NOTE-TEXT
            IF IM-KIND = "Q"
                STRING "QUOTE " IM-DOC-NO
                       DELIMITED BY SIZE INTO WS-DOC-TEXT
                ADD IM-IMPACT TO WS-CU-QUOTE-IMPACT
                IF IM-NEW-QUOTE-NO NOT = ZERO
                    STRING "RE-ISSUED AS " IM-NEW-QUOTE-NO
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                END-IF
            ELSE
                STRING "ORDER " IM-DOC-NO "-" IM-LINE-NO
                       DELIMITED BY SIZE INTO WS-DOC-TEXT
                ADD IM-IMPACT TO WS-CU-ORDER-IMPACT
                MOVE IM-DOC-NO TO WS-CURRENT-ORDER
                ADD 1 TO WS-ORDER-LINES
                ADD IM-IMPACT TO WS-ORDER-IMPACT
            END-IF

            MOVE IM-COMMITTED TO WS-AMOUNT-DISP
            MOVE IM-REPRICED TO WS-REPRICED-DISP
            MOVE IM-IMPACT TO WS-IMPACT-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "  " WS-DOC-TEXT
                   "  " IM-TYPE
                   "  " IM-MATERIAL-CODE
                   "  " IM-BASIS
                   "  " WS-AMOUNT-DISP
                   "  " WS-REPRICED-DISP
                   "  " WS-IMPACT-DISP
                   "  " WS-NOTE-TEXT
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE.

        FINISH-ORDER.
      *     an order of several fixed-price lines gets its own total
            IF WS-ORDER-LINES > 1
                MOVE WS-ORDER-IMPACT TO WS-IMPACT-DISP
                MOVE SPACES TO IMPACT-LINE
                STRING "    ORDER " WS-CURRENT-ORDER " TOTAL"
                       DELIMITED BY SIZE INTO IMPACT-LINE
                MOVE WS-IMPACT-DISP TO IMPACT-LINE(70:13)
                WRITE IMPACT-LINE
            END-IF
            MOVE ZERO TO WS-ORDER-LINES
            MOVE ZERO TO WS-ORDER-IMPACT.

        START-CUSTOMER.
            MOVE "NOT ON FILE" TO WS-CURRENT-NAME
            MOVE WS-CURRENT-CUSTOMER TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PERSON-NAME TO WS-CURRENT-NAME
            END-READ
            ADD 1 TO WS-CUSTOMER-COUNT
            MOVE SPACES TO IMPACT-LINE
            STRING "CUSTOMER: " WS-CURRENT-CUSTOMER
                   " " WS-CURRENT-NAME
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  DOCUMENT          T  MAT  BASIS     "
                   "  COMMITTED      REPRICED   MARGIN LOST"
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE.

        FINISH-CUSTOMER.
            IF WS-ORDER-LINES > ZERO
                PERFORM FINISH-ORDER
            END-IF
            MOVE WS-CU-QUOTE-IMPACT TO WS-TOTAL-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "  CUSTOMER MARGIN LOST - OPEN QUOTES:  "
                   WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE WS-CU-ORDER-IMPACT TO WS-TOTAL-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "  CUSTOMER MARGIN LOST - OPEN ORDERS:  "
                   WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            WRITE IMPACT-LINE
            ADD WS-CU-QUOTE-IMPACT TO WS-GRAND-QUOTE-IMPACT
            ADD WS-CU-ORDER-IMPACT TO WS-GRAND-ORDER-IMPACT.

        WRITE-RUN-TOTALS.
            MOVE SPACES TO IMPACT-LINE
            STRING "RATE CHANGE IMPACT TOTALS - RATE SET "
                   WS-ASOF-DATE
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  CUSTOMERS AFFECTED:          " WS-CUSTOMER-COUNT
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  OPEN QUOTES REPRICED:        " WS-QUOTE-REPRICED
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE WS-GRAND-QUOTE-IMPACT TO WS-TOTAL-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "  MARGIN LOST ON QUOTES:   " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  FIXED-PRICE LINES REPRICED:  " WS-LINE-REPRICED
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE WS-GRAND-ORDER-IMPACT TO WS-TOTAL-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "  MARGIN LOST ON ORDERS:   " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  LINES PRICED AT INVOICE:     " WS-FLOAT-COUNT
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE WS-FLOAT-CHANGE TO WS-TOTAL-DISP
            MOVE SPACES TO IMPACT-LINE
            STRING "    CHANGE IN THEIR ESTIMATE: " WS-TOTAL-DISP
                   " (BILLED AT NEW RATES - NO MARGIN AT RISK)"
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            MOVE SPACES TO IMPACT-LINE
            STRING "  QUOTES RE-ISSUED:            " WS-REISSUE-COUNT
                   DELIMITED BY SIZE INTO IMPACT-LINE
            WRITE IMPACT-LINE
            IF WS-REISSUE-SKIPPED > ZERO
                MOVE SPACES TO IMPACT-LINE
                STRING "  *** NOT RE-ISSUED, QUOTE FILE FULL: "
                       WS-REISSUE-SKIPPED " ***"
                       DELIMITED BY SIZE INTO IMPACT-LINE
                WRITE IMPACT-LINE
            END-IF.

        REWRITE-QUOTE-FILE.
            OPEN OUTPUT QUOTE-FILE
            PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                MOVE WS-QUOTE-ROW(WS-QUOTE-IDX) TO QUOTE-RECORD
                WRITE QUOTE-RECORD
            END-PERFORM
            CLOSE QUOTE-FILE.

            END PROGRAM RATE-CHANGE-IMPACT.

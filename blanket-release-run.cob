      * BLANKET-RELEASE-RUN - the nightly pass that turns blanket-order
      * call-offs into work. Every SCHED release on BLANKET-RELEASE
      * whose due date falls inside the release lead time (system
      * parameter BLANKET-LEAD-DAYS) becomes a WORK-ORDER header and
      * WORK-ORDER-LINE records exactly as ORDER-IMPORT writes them -
      * one line per piece, blank allocated, routing released and
      * measurement staged, the same credit-exposure rule putting an
      * over-limit customer on CREDHOLD - except that every line
      * carries the blanket's agreed piece price and blanket number,
      * so INVOICE-GENERATE bills it at that price instead of
      * re-pricing through MATERIAL-RATES and PRICE-AGREEMENT. The
      * release is stamped RELEASED with its order number, and the
      * blanket's released quantity goes up by what was released; a
      * blanket with nothing left closes itself. A release is cut
      * back to what the blanket has left, cancelled when nothing is
      * left or the blanket was closed, and held (listed, not
      * released) once the blanket's validity has lapsed so the
      * office can extend it or call it off. CALLed by END-OF-DAY;
      * the releases made and held are listed on
      * BLANKET-RELEASE-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BLANKET-RELEASE-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BLANKET-ORDER ASSIGN TO "BLANKET-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BO-BLANKET-NO
                FILE STATUS IS WS-BLANKET-STATUS.

            SELECT BLANKET-RELEASE ASSIGN TO "BLANKET-RELEASE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BR-RELEASE-KEY
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT RELEASE-RPT ASSIGN TO "BLANKET-RELEASE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

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

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT RADIUS-IN ASSIGN TO "RADIUS-IN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RADIUS-STATUS.

            SELECT TRIANGLE-IN ASSIGN TO "TRIANGLE-IN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRIANGLE-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-LEDGER-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT MATERIAL-XREF ASSIGN TO "MATERIAL-PART-XREF.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MX-MATERIAL-CODE
                FILE STATUS IS WS-XREF-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BLANKET-ORDER.
            COPY "BLANKET-ORDER-RECORD.cpy".

        FD  BLANKET-RELEASE.
            COPY "BLANKET-RELEASE-RECORD.cpy".

        FD  RELEASE-RPT.
        01  RELEASE-LINE             PIC X(100).

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

      *     same staged measurement records WORK-ORDER-ENTRY writes -
      *     see its RI-UNIT-CODE and TI-MODE comments
        FD  RADIUS-IN.
        01  RADIUS-IN-RECORD.
            05  RI-RADIUS            PIC 9(3)V99.
            05  RI-MATERIAL-CODE     PIC X(3).
            05  RI-ORDER-NO          PIC 9(8).
            05  RI-UNIT-CODE         PIC X.
            05  RI-LINE-NO           PIC 9(3).

        FD  TRIANGLE-IN.
        01  TRIANGLE-IN-RECORD.
            05  TI-A                 PIC 99V99.
            05  TI-B                 PIC 99V99.
            05  TI-C                 PIC 99V99.
            05  TI-ORDER-NO          PIC 9(8).
            05  TI-MODE              PIC X.
            05  TI-LINE-NO           PIC 9(3).

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  MATERIAL-XREF.
            COPY "MATERIAL-PART-XREF-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-BLANKET-STATUS     PIC XX.
        01 WS-RELEASE-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-RADIUS-STATUS      PIC XX.
        01 WS-TRIANGLE-STATUS    PIC XX.
        01 WS-LEDGER-STATUS      PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-XREF-STATUS        PIC XX.
        01 WS-RELEASE-EOF        PIC X VALUE "N".
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * a call-off is released this many days ahead of its due date,
      * so the work is in the shop in time to ship on the day
        01 WS-LEAD-DAYS          PIC 9(3).
        01 WS-DAY-INT            PIC 9(7).
        01 WS-HORIZON-DATE       PIC 9(8).

      * the release in hand - what the blanket has left and what
      * actually goes out
        01 WS-REMAINING          PIC 9(6).
        01 WS-RELEASE-QTY        PIC 9(3).
        01 WS-PIECE-IDX          PIC 9(3).
        01 WS-HOLD-REASON        PIC X(40) VALUE SPACES.
        01 WS-QTY-DISP           PIC ZZ9.
        01 WS-PRICE-DISP         PIC ZZZZZ9.99.

      * credit-exposure check against CU-CREDIT-LIMIT, same rule as
      * WORK-ORDER-ENTRY - open orders plus unpaid AR
        01 WS-CUSTOMER-CODE      PIC X(6).
        01 WS-CREDIT-LIMIT       PIC 9(7)V99.
        01 WS-ORDER-HOLD         PIC X VALUE "N".
        01 WS-EXPOSURE           PIC 9(9)V99.
        01 WS-EST-VALUE          PIC 9(7)V99.

        01 WS-ALLOC-OK           PIC X.

        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * run totals for the foot of the report
        01 WS-RELEASES-MADE      PIC 9(5) VALUE ZERO.
        01 WS-RELEASES-HELD      PIC 9(5) VALUE ZERO.
        01 WS-RELEASES-CANCELLED PIC 9(5) VALUE ZERO.
        01 WS-ORDERS-ON-HOLD     PIC 9(5) VALUE ZERO.
        01 WS-BLANKETS-CLOSED    PIC 9(5) VALUE ZERO.
        01 WS-LINES-WRITTEN      PIC 9(7) VALUE ZERO.
        01 WS-LINES-BACKORDERED  PIC 9(7) VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-LINES-DISP         PIC ZZZZZZ9.

      * the release lead time off the parameter master - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "BLANKET-RELEASE-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            MOVE "BLANKET-LEAD-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS AHEAD A BLANKET CALL-OFF RELEASES"
                TO SPL-DESCRIPTION
            MOVE 7 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-LEAD-DAYS
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-LEAD-DAYS
            COMPUTE WS-HORIZON-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

      *     no blankets on file yet means nothing to release
            OPEN I-O BLANKET-RELEASE
            IF WS-RELEASE-STATUS NOT = "00"
                DISPLAY "BLANKET-RELEASE NOT AVAILABLE - NOTHING TO"
                    " RELEASE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN I-O BLANKET-ORDER
            IF WS-BLANKET-STATUS NOT = "00"
                DISPLAY "BLANKET-ORDER NOT AVAILABLE - STATUS "
                    WS-BLANKET-STATUS
                CLOSE BLANKET-RELEASE
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            PERFORM OPEN-WORK-ORDER
            PERFORM OPEN-WORK-ORDER-LINE

            OPEN OUTPUT RELEASE-RPT
            MOVE SPACES TO RELEASE-LINE
            STRING "BLANKET ORDER RELEASES   RUN DATE " WS-TODAY-DATE
                   "   RELEASING CALL-OFFS DUE BY " WS-HORIZON-DATE
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE SPACES TO RELEASE-LINE
            WRITE RELEASE-LINE

            PERFORM UNTIL WS-RELEASE-EOF = "Y"
                READ BLANKET-RELEASE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RELEASE-EOF
                    NOT AT END
                        IF BR-STATUS = "SCHED"
                                AND BR-DUE-DATE <= WS-HORIZON-DATE
                            PERFORM PROCESS-ONE-RELEASE
                        END-IF
                END-READ
            END-PERFORM

            PERFORM WRITE-RELEASE-TOTALS

            CLOSE RELEASE-RPT
            CLOSE BLANKET-RELEASE
            CLOSE BLANKET-ORDER
            CLOSE WORK-ORDER
            CLOSE WORK-ORDER-LINE

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-RELEASES-MADE TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "BLANKET RELEASES MADE: " WS-RELEASES-MADE
                " HELD: " WS-RELEASES-HELD
                " - SEE BLANKET-RELEASE-RPT.DAT"
            GOBACK.

        OPEN-WORK-ORDER.
      *     same create-on-first-use as WORK-ORDER-ENTRY
            OPEN I-O WORK-ORDER
            IF WS-ORDER-STATUS = "35"
                OPEN OUTPUT WORK-ORDER
                CLOSE WORK-ORDER
                OPEN I-O WORK-ORDER
            END-IF.

        OPEN-WORK-ORDER-LINE.
            OPEN I-O WORK-ORDER-LINE
            IF WS-LINE-STATUS = "35"
                OPEN OUTPUT WORK-ORDER-LINE
                CLOSE WORK-ORDER-LINE
                OPEN I-O WORK-ORDER-LINE
            END-IF.

        PROCESS-ONE-RELEASE.
            MOVE BR-BLANKET-NO TO BO-BLANKET-NO
            READ BLANKET-ORDER
                INVALID KEY
                    MOVE "BLANKET ORDER NOT ON FILE"
                        TO WS-HOLD-REASON
                    PERFORM WRITE-HELD-LINE
                    EXIT PARAGRAPH
            END-READ

      *     a blanket closed early or already used up takes no more
      *     call-offs - the release is cancelled, not left to nag
            IF BO-STATUS NOT = "OPEN"
                MOVE "BLANKET IS CLOSED" TO WS-HOLD-REASON
                PERFORM CANCEL-THIS-RELEASE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-REMAINING = BO-AGREED-QTY - BO-RELEASED-QTY
            IF WS-REMAINING = ZERO
                MOVE "NOTHING LEFT ON THE BLANKET" TO WS-HOLD-REASON
                PERFORM CANCEL-THIS-RELEASE
                EXIT PARAGRAPH
            END-IF

      *     a lapsed blanket is the office's call - extend it on
      *     BLANKET-ORDER-MAINTENANCE or cancel the release
            IF WS-TODAY-DATE > BO-VALID-TO
                MOVE "BLANKET VALIDITY HAS LAPSED" TO WS-HOLD-REASON
                PERFORM WRITE-HELD-LINE
                EXIT PARAGRAPH
            END-IF

            IF BR-SCHED-QTY > WS-REMAINING
                MOVE WS-REMAINING TO WS-RELEASE-QTY
            ELSE
                MOVE BR-SCHED-QTY TO WS-RELEASE-QTY
            END-IF

            PERFORM VALIDATE-CUSTOMER-CODE
            IF WS-CUSTOMER-CODE = SPACES
                MOVE "CUSTOMER NOT ON CUSTOMER-MASTER"
                    TO WS-HOLD-REASON
                PERFORM WRITE-HELD-LINE
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-EST-VALUE = BO-UNIT-PRICE * WS-RELEASE-QTY
            PERFORM CHECK-CREDIT-EXPOSURE
            PERFORM CREATE-ORDER-HEADER
            IF WS-HOLD-REASON NOT = SPACES
                PERFORM WRITE-HELD-LINE
                EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                    UNTIL WS-PIECE-IDX > WS-RELEASE-QTY
                PERFORM ADD-LINE-RECORD
            END-PERFORM

            MOVE "RELEASED" TO BR-STATUS
            MOVE WO-ORDER-NO TO BR-ORDER-NO
            MOVE WS-RELEASE-QTY TO BR-RELEASED-QTY
            MOVE WS-TODAY-DATE TO BR-RELEASED-DATE
            REWRITE BLANKET-RELEASE-RECORD

            ADD WS-RELEASE-QTY TO BO-RELEASED-QTY
            IF BO-RELEASED-QTY >= BO-AGREED-QTY
                MOVE "CLOSED" TO BO-STATUS
                ADD 1 TO WS-BLANKETS-CLOSED
            END-IF
            MOVE "BLNKT-RUN" TO BO-UPDATED-BY
            MOVE WS-TODAY-DATE TO BO-UPDATED-DATE
            REWRITE BLANKET-ORDER-RECORD

            ADD 1 TO WS-RELEASES-MADE
            IF WO-STATUS = "CREDHOLD"
                ADD 1 TO WS-ORDERS-ON-HOLD
            END-IF
            MOVE WS-RELEASE-QTY TO WS-QTY-DISP
            MOVE BO-UNIT-PRICE TO WS-PRICE-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "RELEASED  BLANKET " BO-BLANKET-NO
                   "/" BR-RELEASE-NO
                   "  CUSTOMER " BO-CUSTOMER-CODE
                   "  DUE " BR-DUE-DATE
                   "  QTY " WS-QTY-DISP
                   " AT " WS-PRICE-DISP
                   "  ORDER " WO-ORDER-NO " " WO-STATUS
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            IF BO-STATUS = "CLOSED"
                MOVE SPACES TO RELEASE-LINE
                STRING "          BLANKET " BO-BLANKET-NO
                       " NOW FULLY RELEASED - CLOSED"
                       DELIMITED BY SIZE INTO RELEASE-LINE
                WRITE RELEASE-LINE
            END-IF.

        CANCEL-THIS-RELEASE.
            MOVE "CANCEL" TO BR-STATUS
            REWRITE BLANKET-RELEASE-RECORD
            ADD 1 TO WS-RELEASES-CANCELLED
            MOVE BR-SCHED-QTY TO WS-QTY-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "CANCELLED BLANKET " BR-BLANKET-NO
                   "/" BR-RELEASE-NO
                   "  DUE " BR-DUE-DATE
                   "  QTY " WS-QTY-DISP
                   "  " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE SPACES TO WS-HOLD-REASON.

        WRITE-HELD-LINE.
            ADD 1 TO WS-RELEASES-HELD
            MOVE BR-SCHED-QTY TO WS-QTY-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "HELD      BLANKET " BR-BLANKET-NO
                   "/" BR-RELEASE-NO
                   "  DUE " BR-DUE-DATE
                   "  QTY " WS-QTY-DISP
                   "  " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE SPACES TO WS-HOLD-REASON.

        VALIDATE-CUSTOMER-CODE.
      *     same lookup as WORK-ORDER-ENTRY - spaces the code when
      *     the customer is not on file
            MOVE BO-CUSTOMER-CODE TO WS-CUSTOMER-CODE
            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                    WS-CUSTOMER-STATUS
                MOVE SPACES TO WS-CUSTOMER-CODE
            ELSE
                MOVE WS-CUSTOMER-CODE TO CU-CUSTOMER-CODE
                READ CUSTOMER-MASTER
                    INVALID KEY
                        MOVE SPACES TO WS-CUSTOMER-CODE
                    NOT INVALID KEY
                        MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF.

        CHECK-CREDIT-EXPOSURE.
      *     same rule as WORK-ORDER-ENTRY - open orders still in the
      *     shop plus unpaid AR, against CU-CREDIT-LIMIT; a release
      *     that would push the total over goes CREDHOLD for
      *     CREDIT-HOLD-RELEASE
            MOVE "N" TO WS-ORDER-HOLD
            IF WS-CREDIT-LIMIT = ZERO
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-EXPOSURE
            MOVE ZERO TO WO-ORDER-NO
            START WORK-ORDER KEY >= WO-ORDER-NO
                INVALID KEY
                    CONTINUE
            END-START
            IF WS-ORDER-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ WORK-ORDER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF WO-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND (WO-STATUS = "QUEUED"
                                    OR WO-STATUS = "RUN"
                                    OR WO-STATUS = "COMPLETE"
                                    OR WO-STATUS = "SHIPPED")
                                ADD WO-EST-VALUE TO WS-EXPOSURE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            OPEN INPUT AR-LEDGER
            IF WS-LEDGER-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ AR-LEDGER NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AR-CUSTOMER-CODE = WS-CUSTOMER-CODE
                                    AND AR-STATUS NOT = "PAID"
                                COMPUTE WS-EXPOSURE =
                                    WS-EXPOSURE + AR-INVOICE-AMOUNT
                                    - AR-PAID-AMOUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AR-LEDGER
            END-IF

            IF WS-EXPOSURE + WS-EST-VALUE > WS-CREDIT-LIMIT
                MOVE "Y" TO WS-ORDER-HOLD
            END-IF.

        CREATE-ORDER-HEADER.
      *     as ORDER-IMPORT builds it, with the customer's blanket PO
      *     and the call-off's due date on the header
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO WO-ORDER-NO
            MOVE WS-CUSTOMER-CODE TO WO-CUSTOMER-CODE
            IF WS-ORDER-HOLD = "Y"
                MOVE "CREDHOLD" TO WO-STATUS
            ELSE
                MOVE "QUEUED" TO WO-STATUS
            END-IF
            MOVE ZERO TO WO-EST-VALUE
            MOVE ZERO TO WO-LINE-COUNT
            MOVE WS-TODAY-DATE TO WO-ENTERED-DATE
            MOVE BR-DUE-DATE TO WO-PROMISE-DATE
            MOVE "N" TO WO-PRIORITY
            MOVE BO-CUST-PO-NO TO WO-CUST-PO-NO
            MOVE SPACES TO WO-SALESPERSON-ID
            MOVE ZERO TO WO-SHIP-TO-NO

            WRITE WORK-ORDER-RECORD
                INVALID KEY
                    MOVE "ORDER NUMBER COLLISION" TO WS-HOLD-REASON
            END-WRITE.

        ADD-LINE-RECORD.
      *     same line build as ORDER-IMPORT - one piece per line,
      *     priced at the blanket's agreed figure and stamped with the
      *     blanket number so INVOICE-GENERATE honors that price
            ADD 1 TO WO-LINE-COUNT
            ADD BO-UNIT-PRICE TO WO-EST-VALUE

            MOVE WO-ORDER-NO TO WOL-ORDER-NO
            MOVE WO-LINE-COUNT TO WOL-LINE-NO
            MOVE BO-TYPE TO WOL-TYPE
            MOVE SPACES TO WOL-PART-CODE
            MOVE ZERO TO WOL-BUILD-QTY
            MOVE ZERO TO WOL-INVOICE-NO WOL-BILLED-AMOUNT
            IF BO-TYPE = "C"
                MOVE BO-RADIUS TO WOL-RADIUS
                MOVE BO-MATERIAL-CODE TO WOL-MATERIAL-CODE
                MOVE ZERO TO WOL-SIDE-A WOL-SIDE-B WOL-SIDE-C
            ELSE
                MOVE ZERO TO WOL-RADIUS
                MOVE SPACES TO WOL-MATERIAL-CODE
                MOVE BO-SIDE-A TO WOL-SIDE-A
                MOVE BO-SIDE-B TO WOL-SIDE-B
                MOVE BO-SIDE-C TO WOL-SIDE-C
            END-IF
            IF WS-ORDER-HOLD = "Y" OR WO-STATUS = "CREDHOLD"
                MOVE "CREDHOLD" TO WOL-STATUS
            ELSE
                MOVE "QUEUED" TO WOL-STATUS
                IF BO-TYPE = "C"
                    PERFORM ALLOCATE-LINE-MATERIAL
                    IF WS-ALLOC-OK = "N"
                        MOVE "BACKORD" TO WOL-STATUS
                        IF WO-STATUS = "QUEUED"
                            MOVE "BACKORD" TO WO-STATUS
                        END-IF
                        ADD 1 TO WS-LINES-BACKORDERED
                    END-IF
                END-IF
            END-IF
            MOVE BO-UNIT-PRICE TO WOL-EST-VALUE
            MOVE ZERO TO WOL-QUOTE-NO
            MOVE BO-UNIT-PRICE TO WOL-QUOTED-PRICE
            MOVE BO-BLANKET-NO TO WOL-BLANKET-NO

            WRITE WORK-ORDER-LINE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: LINE COLLISION ON ORDER "
                        WOL-ORDER-NO
                NOT INVALID KEY
                    REWRITE WORK-ORDER-RECORD
                    ADD 1 TO WS-LINES-WRITTEN
                    IF WOL-STATUS = "QUEUED"
                        PERFORM RELEASE-LINE-ROUTING
                        IF WOL-TYPE = "C"
                            PERFORM STAGE-RADIUS-LINE
                        ELSE
                            PERFORM STAGE-TRIANGLE-LINE
                        END-IF
                    END-IF
            END-WRITE.

        RELEASE-LINE-ROUTING.
            MOVE "R" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            MOVE WOL-TYPE TO RRP-LINE-TYPE
            MOVE WOL-PART-CODE TO RRP-PART-CODE
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS.

        ALLOCATE-LINE-MATERIAL.
      *     same one-blank reservation as WORK-ORDER-ENTRY - a
      *     material with no cross-reference or no master record
      *     allocates nothing and the line proceeds
            MOVE "Y" TO WS-ALLOC-OK
            OPEN INPUT MATERIAL-XREF
            IF WS-XREF-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE BO-MATERIAL-CODE TO MX-MATERIAL-CODE
            READ MATERIAL-XREF
                INVALID KEY
                    CLOSE MATERIAL-XREF
                    EXIT PARAGRAPH
            END-READ
            CLOSE MATERIAL-XREF

            OPEN I-O PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE MX-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    CLOSE PARTS-MASTER
                    EXIT PARAGRAPH
            END-READ
            IF PM-QTY-ALLOCATED NOT NUMERIC
                MOVE ZERO TO PM-QTY-ALLOCATED
            END-IF
            IF PM-QTY-ON-HAND - PM-QTY-ALLOCATED >= 1
                ADD 1 TO PM-QTY-ALLOCATED
                REWRITE PARTS-MASTER-RECORD
            ELSE
                MOVE "N" TO WS-ALLOC-OK
            END-IF
            CLOSE PARTS-MASTER.

        STAGE-RADIUS-LINE.
            OPEN EXTEND RADIUS-IN
            IF WS-RADIUS-STATUS = "05" OR WS-RADIUS-STATUS = "35"
                CLOSE RADIUS-IN
                OPEN OUTPUT RADIUS-IN
            END-IF
            MOVE WOL-RADIUS TO RI-RADIUS
            MOVE WOL-MATERIAL-CODE TO RI-MATERIAL-CODE
            MOVE WOL-ORDER-NO TO RI-ORDER-NO
            MOVE "I" TO RI-UNIT-CODE
            MOVE WOL-LINE-NO TO RI-LINE-NO
            WRITE RADIUS-IN-RECORD
            CLOSE RADIUS-IN.

        STAGE-TRIANGLE-LINE.
            OPEN EXTEND TRIANGLE-IN
            IF WS-TRIANGLE-STATUS = "05" OR WS-TRIANGLE-STATUS = "35"
                CLOSE TRIANGLE-IN
                OPEN OUTPUT TRIANGLE-IN
            END-IF
            MOVE WOL-SIDE-A TO TI-A
            MOVE WOL-SIDE-B TO TI-B
            MOVE WOL-SIDE-C TO TI-C
            MOVE WOL-ORDER-NO TO TI-ORDER-NO
            MOVE "H" TO TI-MODE
            MOVE WOL-LINE-NO TO TI-LINE-NO
            WRITE TRIANGLE-IN-RECORD
            CLOSE TRIANGLE-IN.

        WRITE-RELEASE-TOTALS.
            MOVE SPACES TO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-RELEASES-MADE TO WS-COUNT-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "RELEASES MADE:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-ORDERS-ON-HOLD TO WS-COUNT-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "  ON CREDIT HOLD:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-LINES-WRITTEN TO WS-LINES-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "LINES WRITTEN:    " WS-LINES-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-LINES-BACKORDERED TO WS-LINES-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "  BACKORDERED:    " WS-LINES-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-RELEASES-HELD TO WS-COUNT-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "RELEASES HELD:      " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-RELEASES-CANCELLED TO WS-COUNT-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "RELEASES CANCELLED: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE
            MOVE WS-BLANKETS-CLOSED TO WS-COUNT-DISP
            MOVE SPACES TO RELEASE-LINE
            STRING "BLANKETS CLOSED:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO RELEASE-LINE
            WRITE RELEASE-LINE.

            END PROGRAM BLANKET-RELEASE-RUN.

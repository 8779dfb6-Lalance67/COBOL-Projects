      * aged-payables report over VOUCHER.DAT - the payables side of
      * AR-AGING-REPORT. Every voucher AP-PAYMENT-RUN has not yet paid
      * is bucketed by vendor by how far it stands from its due date
      * under the vendor's VENDOR-MASTER terms: not yet due, and
      * 1-30, 31-60 and 61-plus days past due. Any early-pay discount
      * still open today is shown per vendor so the bookkeeper can
      * see what a payment run before the cutoff would save. Written
      * to AP-AGING-REPORT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AP-AGING-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VOUCHER ASSIGN TO "VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VOUCHER-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

            SELECT AGING-RPT ASSIGN TO "AP-AGING-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VOUCHER.
            COPY "VOUCHER-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  AGING-RPT.
        01  AGING-LINE               PIC X(132).

        WORKING-STORAGE SECTION.
      * bucket edges in days past the due date
        78 BUCKET-30-DAYS        VALUE 30.
        78 BUCKET-60-DAYS        VALUE 60.
      * terms a vendor set up before terms were kept pays on - same
      * default as AP-PAYMENT-RUN
        78 DEFAULT-NET-DAYS      VALUE 30.

        01 WS-VOUCHER-STATUS     PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).
        01 WS-BASE-DATE          PIC 9(8).
        01 WS-BASE-DAYS          PIC 9(7).
        01 WS-DUE-DAYS           PIC 9(7).
        01 WS-PAST-DUE-DAYS      PIC S9(5).
        01 WS-NET-DAYS           PIC 9(3).
        01 WS-DISC-PCT           PIC 9(2)V99.
        01 WS-DISC-DAYS          PIC 9(3).
        01 WS-DISC-AVAIL         PIC 9(7)V99.

      * one accumulator row per vendor with anything unpaid - same
      * table idiom as AR-AGING-REPORT's customers
        01 WS-VEND-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-VEND-IDX           PIC 9(3).
        01 WS-VEND-FOUND         PIC 9(3).
        01 WS-AGING-TABLE.
            05 WS-AGING-ENTRY OCCURS 100 TIMES.
                10 WS-AGE-VENDOR     PIC X(6).
                10 WS-AGE-NOT-DUE    PIC 9(9)V99.
                10 WS-AGE-PAST-1     PIC 9(9)V99.
                10 WS-AGE-PAST-31    PIC 9(9)V99.
                10 WS-AGE-PAST-61    PIC 9(9)V99.
                10 WS-AGE-DISC-OPEN  PIC 9(7)V99.

        01 WS-TOTAL-NOT-DUE      PIC 9(9)V99 VALUE ZERO.
        01 WS-TOTAL-1            PIC 9(9)V99 VALUE ZERO.
        01 WS-TOTAL-31           PIC 9(9)V99 VALUE ZERO.
        01 WS-TOTAL-61           PIC 9(9)V99 VALUE ZERO.
        01 WS-TOTAL-DISC         PIC 9(7)V99 VALUE ZERO.
        01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-CUR-DISP           PIC ZZZZZZZZ9.99.
        01 WS-1-DISP             PIC ZZZZZZZZ9.99.
        01 WS-31-DISP            PIC ZZZZZZZZ9.99.
        01 WS-61-DISP            PIC ZZZZZZZZ9.99.
        01 WS-DISC-DISP          PIC ZZZZZZ9.99.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            OPEN INPUT VOUCHER
            IF WS-VOUCHER-STATUS NOT = "00"
                DISPLAY "VOUCHER FILE NOT AVAILABLE - STATUS "
                    WS-VOUCHER-STATUS
                GOBACK
            END-IF
            OPEN INPUT VENDOR-MASTER

            PERFORM UNTIL WS-EOF = "Y"
                READ VOUCHER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF VO-PAY-STATUS NOT = "PAID"
                            PERFORM BUCKET-ONE-VOUCHER
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VOUCHER
            IF WS-VENDOR-STATUS = "00"
                CLOSE VENDOR-MASTER
            END-IF

            PERFORM WRITE-AGING-REPORT

            DISPLAY "AP AGING WRITTEN - OPEN VOUCHERS: " WS-OPEN-COUNT
                " VENDORS: " WS-VEND-COUNT

            GOBACK.

        BUCKET-ONE-VOUCHER.
            PERFORM LOOK-UP-VENDOR-TERMS
            PERFORM FIND-VENDOR-SLOT
            IF WS-VEND-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-OPEN-COUNT

      *     terms run from the vendor's invoice date; a voucher cut
      *     before that was kept runs from its approval date
            IF VO-INVOICE-DATE NUMERIC AND VO-INVOICE-DATE > ZERO
                MOVE VO-INVOICE-DATE TO WS-BASE-DATE
            ELSE
                MOVE VO-APPROVE-DATE TO WS-BASE-DATE
            END-IF
            COMPUTE WS-BASE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
            COMPUTE WS-DUE-DAYS = WS-BASE-DAYS + WS-NET-DAYS
            COMPUTE WS-PAST-DUE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS

            EVALUATE TRUE
                WHEN WS-PAST-DUE-DAYS NOT > ZERO
                    ADD VO-AMOUNT TO WS-AGE-NOT-DUE(WS-VEND-FOUND)
                    ADD VO-AMOUNT TO WS-TOTAL-NOT-DUE
                WHEN WS-PAST-DUE-DAYS NOT > BUCKET-30-DAYS
                    ADD VO-AMOUNT TO WS-AGE-PAST-1(WS-VEND-FOUND)
                    ADD VO-AMOUNT TO WS-TOTAL-1
                WHEN WS-PAST-DUE-DAYS NOT > BUCKET-60-DAYS
                    ADD VO-AMOUNT TO WS-AGE-PAST-31(WS-VEND-FOUND)
                    ADD VO-AMOUNT TO WS-TOTAL-31
                WHEN OTHER
                    ADD VO-AMOUNT TO WS-AGE-PAST-61(WS-VEND-FOUND)
                    ADD VO-AMOUNT TO WS-TOTAL-61
            END-EVALUATE

            IF WS-DISC-PCT > ZERO
                    AND WS-BASE-DAYS + WS-DISC-DAYS
                        NOT < WS-TODAY-DAYS
                COMPUTE WS-DISC-AVAIL ROUNDED =
                    VO-AMOUNT * WS-DISC-PCT / 100
                ADD WS-DISC-AVAIL TO WS-AGE-DISC-OPEN(WS-VEND-FOUND)
                ADD WS-DISC-AVAIL TO WS-TOTAL-DISC
            END-IF.

        LOOK-UP-VENDOR-TERMS.
            MOVE DEFAULT-NET-DAYS TO WS-NET-DAYS
            MOVE ZERO TO WS-DISC-PCT
            MOVE ZERO TO WS-DISC-DAYS
            IF WS-VENDOR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE VO-VENDOR-CODE TO VN-VENDOR-CODE
            READ VENDOR-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF VN-NET-DAYS NUMERIC
                MOVE VN-NET-DAYS TO WS-NET-DAYS
            END-IF
            IF VN-DISC-PCT NUMERIC AND VN-DISC-DAYS NUMERIC
                MOVE VN-DISC-PCT TO WS-DISC-PCT
                MOVE VN-DISC-DAYS TO WS-DISC-DAYS
            END-IF.

        FIND-VENDOR-SLOT.
            MOVE ZERO TO WS-VEND-FOUND
            PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                    UNTIL WS-VEND-IDX > WS-VEND-COUNT
                IF WS-AGE-VENDOR(WS-VEND-IDX) = VO-VENDOR-CODE
                    MOVE WS-VEND-IDX TO WS-VEND-FOUND
                END-IF
            END-PERFORM

            IF WS-VEND-FOUND = ZERO AND WS-VEND-COUNT < 100
                ADD 1 TO WS-VEND-COUNT
                MOVE WS-VEND-COUNT TO WS-VEND-FOUND
                MOVE VO-VENDOR-CODE TO WS-AGE-VENDOR(WS-VEND-FOUND)
                MOVE ZERO TO WS-AGE-NOT-DUE(WS-VEND-FOUND)
                MOVE ZERO TO WS-AGE-PAST-1(WS-VEND-FOUND)
                MOVE ZERO TO WS-AGE-PAST-31(WS-VEND-FOUND)
                MOVE ZERO TO WS-AGE-PAST-61(WS-VEND-FOUND)
                MOVE ZERO TO WS-AGE-DISC-OPEN(WS-VEND-FOUND)
            END-IF.

        WRITE-AGING-REPORT.
            OPEN OUTPUT AGING-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO AGING-LINE
                WRITE AGING-LINE
            END-IF

            MOVE SPACES TO AGING-LINE
            STRING "AGED PAYABLES REPORT - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE

            MOVE SPACES TO AGING-LINE
            WRITE AGING-LINE

            MOVE SPACES TO AGING-LINE
            STRING "VENDOR         NOT DUE      1-30 PAST"
                   "     31-60 PAST      61-PLUS PAST   DISC OPEN"
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE

            PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                    UNTIL WS-VEND-IDX > WS-VEND-COUNT
                PERFORM WRITE-VENDOR-LINE
            END-PERFORM

            MOVE SPACES TO AGING-LINE
            WRITE AGING-LINE

            MOVE WS-TOTAL-NOT-DUE TO WS-CUR-DISP
            MOVE WS-TOTAL-1 TO WS-1-DISP
            MOVE WS-TOTAL-31 TO WS-31-DISP
            MOVE WS-TOTAL-61 TO WS-61-DISP
            MOVE WS-TOTAL-DISC TO WS-DISC-DISP
            MOVE SPACES TO AGING-LINE
            STRING "TOTALS " WS-CUR-DISP
                   "   " WS-1-DISP
                   "   " WS-31-DISP
                   "   " WS-61-DISP
                   "  " WS-DISC-DISP
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE

            CLOSE AGING-RPT.

        WRITE-VENDOR-LINE.
            MOVE WS-AGE-NOT-DUE(WS-VEND-IDX) TO WS-CUR-DISP
            MOVE WS-AGE-PAST-1(WS-VEND-IDX) TO WS-1-DISP
            MOVE WS-AGE-PAST-31(WS-VEND-IDX) TO WS-31-DISP
            MOVE WS-AGE-PAST-61(WS-VEND-IDX) TO WS-61-DISP
            MOVE WS-AGE-DISC-OPEN(WS-VEND-IDX) TO WS-DISC-DISP
            MOVE SPACES TO AGING-LINE
            STRING WS-AGE-VENDOR(WS-VEND-IDX)
                   " " WS-CUR-DISP
                   "   " WS-1-DISP
                   "   " WS-31-DISP
                   "   " WS-61-DISP
                   "  " WS-DISC-DISP
                   DELIMITED BY SIZE INTO AGING-LINE
            WRITE AGING-LINE.

            END PROGRAM AP-AGING-REPORT.

      * QC-RESULTS.DAT, tied to the vendor through each part's
      * REORDER-RULES entry. Purchasing picks vendors on price alone
      * today because nobody can prove who actually delivers.
      * Each vendor's combined score also goes to VENDOR-SCORE.DAT,
      * rewritten whole each run, which PO-GENERATE checks before it
      * lets an approved vendor take an order.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VENDOR-PERFORMANCE-REPORT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT VENDOR-SCORE ASSIGN TO "VENDOR-SCORE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCORE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PO-RECEIPT.
        FD  PERFORMANCE-RPT.
        01  PERFORMANCE-LINE         PIC X(120).

        FD  VENDOR-SCORE.
            COPY "VENDOR-SCORE-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-PO-STATUS          PIC XX.
        01 WS-QC-STATUS          PIC XX.
        01 WS-RULES-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-AVG-LATE           PIC 9(4)V9.
        01 WS-FAIL-PCT           PIC 9(3)V9.
        01 WS-ONTIME-PCT         PIC 9(3)V9.
        01 WS-VENDOR-SCORE       PIC 9(3)V9.
        01 WS-AVG-DISP           PIC ZZZ9.9.
        01 WS-PCT-DISP           PIC ZZ9.9.


        WRITE-SCORECARD.
            OPEN OUTPUT PERFORMANCE-RPT
            OPEN OUTPUT VENDOR-SCORE

            MOVE SPACES TO PERFORMANCE-LINE
            STRING "VENDOR PERFORMANCE SCORECARD - RUN DATE: "
            PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                    UNTIL WS-VEND-IDX > WS-VEND-COUNT
                PERFORM WRITE-ONE-VENDOR
                PERFORM WRITE-VENDOR-SCORE
            END-PERFORM

            CLOSE VENDOR-SCORE
            CLOSE PERFORMANCE-RPT.

        WRITE-ONE-VENDOR.
                WRITE PERFORMANCE-LINE
            END-IF.

        WRITE-VENDOR-SCORE.
      *     score = on-time pct discounted by the failure pct; a
      *     vendor with no deliveries or no inspections on file is
      *     not marked down for the side that has no history
            IF WS-SCORE-RECEIPTS(WS-VEND-IDX) > ZERO
                COMPUTE WS-ONTIME-PCT ROUNDED =
                    WS-SCORE-ONTIME(WS-VEND-IDX) * 100
                    / WS-SCORE-RECEIPTS(WS-VEND-IDX)
            ELSE
                MOVE 100 TO WS-ONTIME-PCT
            END-IF
            IF WS-SCORE-INSPECTS(WS-VEND-IDX) > ZERO
                COMPUTE WS-FAIL-PCT ROUNDED =
                    WS-SCORE-FAILS(WS-VEND-IDX) * 100
                    / WS-SCORE-INSPECTS(WS-VEND-IDX)
            ELSE
                MOVE ZERO TO WS-FAIL-PCT
            END-IF
            COMPUTE WS-VENDOR-SCORE ROUNDED =
                WS-ONTIME-PCT * (100 - WS-FAIL-PCT) / 100

            MOVE WS-VENDOR-SCORE TO WS-PCT-DISP
            MOVE SPACES TO PERFORMANCE-LINE
            STRING "  VENDOR SCORE " WS-PCT-DISP
                   DELIMITED BY SIZE INTO PERFORMANCE-LINE
            WRITE PERFORMANCE-LINE

            MOVE WS-SCORE-VENDOR(WS-VEND-IDX) TO VS-VENDOR-CODE
            MOVE WS-ONTIME-PCT TO VS-ONTIME-PCT
            MOVE WS-FAIL-PCT TO VS-FAIL-PCT
            MOVE WS-VENDOR-SCORE TO VS-SCORE
            MOVE WS-TODAY-DATE TO VS-SCORE-DATE
            WRITE VENDOR-SCORE-RECORD.

            END PROGRAM VENDOR-PERFORMANCE-REPORT.

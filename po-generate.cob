      * for the whole shop) and is appended to PURCHASE-ORDER.DAT. A
      * suggestion whose vendor is not on VENDOR-MASTER is refused so
      * an order can never go out addressed to nobody.
      * The vendor itself now comes off the APPROVED-VENDOR list: of
      * the part's APPR vendors, the lowest landed price at the
      * suggested quantity wins, with each rank behind first choice
      * having to beat the others by AVL-RANK-PREMIUM-PCT. A vendor
      * VENDOR-PERFORMANCE-REPORT last scored under VENDOR-MIN-SCORE
      * is passed over. A part nobody has listed falls back to the
      * suggestion's REORDER-RULES vendor, unpriced.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PO-GENERATE.

                RECORD KEY IS RR-PART-CODE
                FILE STATUS IS WS-RULES-STATUS.

            SELECT APPROVED-VENDOR ASSIGN TO "APPROVED-VENDOR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AV-AVL-KEY
                FILE STATUS IS WS-AVL-STATUS.

            SELECT VENDOR-SCORE ASSIGN TO "VENDOR-SCORE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCORE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PURCHASE-SUGGEST.
        FD  REORDER-RULES.
            COPY "REORDER-RULES-RECORD.cpy".

        FD  APPROVED-VENDOR.
            COPY "APPROVED-VENDOR-RECORD.cpy".

        FD  VENDOR-SCORE.
            COPY "VENDOR-SCORE-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-SUGGEST-STATUS     PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-PACK-REMAIN        PIC 9(4).
        01 WS-PACK-UNIT          PIC X(4).

      * approved vendor selection - the vendor scores load once so
      * each candidate is checked without re-reading the file
        01 WS-AVL-STATUS         PIC XX.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-AVL-OPEN           PIC X VALUE "N".
        01 WS-AVL-EOF            PIC X.
        01 WS-MIN-SCORE          PIC 9(3)V9.
        01 WS-RANK-PREMIUM       PIC 9(3)V99.
        01 WS-VS-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-VS-IDX             PIC 9(3).
        01 WS-VS-TABLE.
            05 WS-VS-ENTRY OCCURS 200 TIMES.
                10 WS-VS-VENDOR      PIC X(6).
                10 WS-VS-SCORE       PIC 9(3)V9.
        01 WS-CHECK-VENDOR       PIC X(6).
        01 WS-CHECK-SCORE        PIC 9(3)V9.
        01 WS-VENDOR-OK          PIC X.
        01 WS-AVL-LISTED         PIC 9(3).
        01 WS-BREAK-IDX          PIC 9.
        01 WS-CAND-PRICE         PIC 9(6)V99.
        01 WS-CAND-WEIGHTED      PIC 9(7)V9999.
        01 WS-BEST-FOUND         PIC X.
        01 WS-BEST-VENDOR        PIC X(6).
        01 WS-BEST-RANK          PIC 9.
        01 WS-BEST-PRICE         PIC 9(6)V99.
        01 WS-BEST-WEIGHTED      PIC 9(7)V9999.
        01 WS-PO-PRICE           PIC 9(5)V99.
        01 WS-PRICE-DISP         PIC ZZZZ9.99.
        01 WS-SCORE-DISP         PIC ZZ9.9.

        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * on the training sandbox the operator is told up front - the
      * banner goes on the screen, never into PURCHASE-ORDER.DAT,
      * which PO-RECEIVING and the invoice match read back as data
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE

                GOBACK
            END-IF

            MOVE "VENDOR-MIN-SCORE" TO SPL-PARAM-KEY
            MOVE "VENDOR SCORE BELOW WHICH PO-GEN SKIPS IT"
                TO SPL-DESCRIPTION
            MOVE 70 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-MIN-SCORE

            MOVE "AVL-RANK-PREMIUM-PCT" TO SPL-PARAM-KEY
            MOVE "PRICE PCT EACH LOWER AVL RANK MUST BEAT"
                TO SPL-DESCRIPTION
            MOVE 2 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RANK-PREMIUM

            PERFORM LOAD-VENDOR-SCORES
      *     no approved vendor list yet just means every part falls
      *     back to its REORDER-RULES vendor
            OPEN INPUT APPROVED-VENDOR
            IF WS-AVL-STATUS = "00"
                MOVE "Y" TO WS-AVL-OPEN
            END-IF

      *     POs accumulate across runs - same OPEN EXTEND with an
      *     OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND PURCHASE-ORDER
            CLOSE PURCHASE-SUGGEST
            CLOSE VENDOR-MASTER
            CLOSE PURCHASE-ORDER
            IF WS-AVL-OPEN = "Y"
                CLOSE APPROVED-VENDOR
            END-IF

            DISPLAY "PO GENERATION COMPLETE - ACCEPTED: "
                WS-ACCEPTED-COUNT " SKIPPED: " WS-SKIPPED-COUNT
            GOBACK.

        PROCESS-SUGGESTION.
            PERFORM CHOOSE-APPROVED-VENDOR
            IF WS-AVL-LISTED > ZERO
                IF WS-BEST-FOUND = "N"
                    DISPLAY "REFUSED: PART " PS-PART-CODE
                        " - NO QUALIFIED APPROVED VENDOR"
                    ADD 1 TO WS-REFUSED-COUNT
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-BEST-VENDOR TO PS-VENDOR-CODE
                MOVE WS-BEST-PRICE TO WS-PO-PRICE
            ELSE
                MOVE PS-VENDOR-CODE TO WS-CHECK-VENDOR
                PERFORM CHECK-VENDOR-SCORE
                IF WS-VENDOR-OK = "N"
                    MOVE WS-CHECK-SCORE TO WS-SCORE-DISP
                    DISPLAY "REFUSED: PART " PS-PART-CODE
                        " - VENDOR " PS-VENDOR-CODE " SCORE "
                        WS-SCORE-DISP " BELOW MINIMUM"
                    ADD 1 TO WS-REFUSED-COUNT
                    EXIT PARAGRAPH
                END-IF
                MOVE ZERO TO WS-PO-PRICE
            END-IF

            MOVE PS-VENDOR-CODE TO VN-VENDOR-CODE
            READ VENDOR-MASTER
                INVALID KEY
                " ON-HAND " WS-ON-HAND-DISP
                " SUGGEST " WS-SUGGEST-DISP
                " FROM " VN-VENDOR-NAME
            IF WS-PO-PRICE > ZERO
                MOVE WS-PO-PRICE TO WS-PRICE-DISP
                DISPLAY "  APPROVED VENDOR " PS-VENDOR-CODE
                    " LANDED " WS-PRICE-DISP " EACH"
            ELSE
                DISPLAY "  NOT ON APPROVED VENDOR LIST - UNPRICED"
            END-IF
            DISPLAY "ACCEPT (Y/N):"
            ACCEPT WS-ACCEPT-ANSWER
            DISPLAY ""
            MOVE WS-RUN-DATE TO PO-ORDER-DATE
            MOVE "OPEN" TO PO-STATUS
            MOVE ZERO TO PO-RECEIVED-QTY
            MOVE WS-PO-PRICE TO PO-UNIT-PRICE
            MOVE SPACE TO PO-TYPE
            MOVE ZERO TO PO-WORK-ORDER
            MOVE ZERO TO PO-LOT-NUMBER
            MOVE ZERO TO PO-DUE-DATE
            MOVE SPACES TO PO-PROCESS
            WRITE PURCHASE-ORDER-RECORD

            DISPLAY "PO " PO-NUMBER " WRITTEN FOR PART " PO-PART-CODE
            DISPLAY "ROUNDED TO " WS-WHOLE-PACKS " "
                WS-PACK-UNIT " PACKS = " WS-ORDER-QTY " EACHES".

        LOAD-VENDOR-SCORES.
            OPEN INPUT VENDOR-SCORE
            IF WS-SCORE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-AVL-EOF
            PERFORM UNTIL WS-AVL-EOF = "Y"
                READ VENDOR-SCORE
                    AT END
                        MOVE "Y" TO WS-AVL-EOF
                    NOT AT END
                        IF WS-VS-COUNT < 200
                            ADD 1 TO WS-VS-COUNT
                            MOVE VS-VENDOR-CODE
                                TO WS-VS-VENDOR(WS-VS-COUNT)
                            MOVE VS-SCORE
                                TO WS-VS-SCORE(WS-VS-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VENDOR-SCORE.

        CHECK-VENDOR-SCORE.
      *     a vendor with no score on file has no history to hold
      *     against it and is let through
            MOVE "Y" TO WS-VENDOR-OK
            MOVE 100 TO WS-CHECK-SCORE
            PERFORM VARYING WS-VS-IDX FROM 1 BY 1
                    UNTIL WS-VS-IDX > WS-VS-COUNT
                IF WS-VS-VENDOR(WS-VS-IDX) = WS-CHECK-VENDOR
                    MOVE WS-VS-SCORE(WS-VS-IDX) TO WS-CHECK-SCORE
                END-IF
            END-PERFORM
            IF WS-CHECK-SCORE < WS-MIN-SCORE
                MOVE "N" TO WS-VENDOR-OK
            END-IF.

        CHOOSE-APPROVED-VENDOR.
      *     the key leads with the part, so START at the part and
      *     read its vendors forward until the part changes
            MOVE ZERO TO WS-AVL-LISTED
            MOVE "N" TO WS-BEST-FOUND
            IF WS-AVL-OPEN = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE PS-PART-CODE TO AV-PART-CODE
            MOVE LOW-VALUES TO AV-VENDOR-CODE
            START APPROVED-VENDOR KEY >= AV-AVL-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START

            MOVE "N" TO WS-AVL-EOF
            PERFORM UNTIL WS-AVL-EOF = "Y"
                READ APPROVED-VENDOR NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-AVL-EOF
                    NOT AT END
                        IF AV-PART-CODE = PS-PART-CODE
                            ADD 1 TO WS-AVL-LISTED
                            PERFORM WEIGH-APPROVED-VENDOR
                        ELSE
                            MOVE "Y" TO WS-AVL-EOF
                        END-IF
                END-READ
            END-PERFORM.

        WEIGH-APPROVED-VENDOR.
            IF AV-STATUS NOT = "APPR"
                EXIT PARAGRAPH
            END-IF
            MOVE AV-VENDOR-CODE TO WS-CHECK-VENDOR
            PERFORM CHECK-VENDOR-SCORE
            IF WS-VENDOR-OK = "N"
                MOVE WS-CHECK-SCORE TO WS-SCORE-DISP
                DISPLAY "  SKIPPED VENDOR " AV-VENDOR-CODE
                    " FOR " PS-PART-CODE " - SCORE " WS-SCORE-DISP
                EXIT PARAGRAPH
            END-IF

      *     the price is the highest break the suggested quantity
      *     reaches - the first break is the base price however
      *     small the order - plus the freight and duty per each
            MOVE AV-BREAK-PRICE(1) TO WS-CAND-PRICE
            PERFORM VARYING WS-BREAK-IDX FROM 2 BY 1
                    UNTIL WS-BREAK-IDX > 5
                IF AV-BREAK-QTY(WS-BREAK-IDX) > ZERO
                        AND AV-BREAK-QTY(WS-BREAK-IDX)
                            NOT > PS-SUGGEST-QTY
                    MOVE AV-BREAK-PRICE(WS-BREAK-IDX)
                        TO WS-CAND-PRICE
                END-IF
            END-PERFORM
            ADD AV-LANDED-ADD TO WS-CAND-PRICE

      *     rank is honored by loading each step behind first choice
      *     with the premium pct before prices are compared, so a
      *     second choice only wins by beating the first by more
      *     than the premium; an even weighed price goes to the
      *     better rank
            IF AV-RANK = ZERO
                MOVE 1 TO AV-RANK
            END-IF
            COMPUTE WS-CAND-WEIGHTED = WS-CAND-PRICE
                * (100 + WS-RANK-PREMIUM * (AV-RANK - 1)) / 100

            IF WS-BEST-FOUND = "N"
                    OR WS-CAND-WEIGHTED < WS-BEST-WEIGHTED
                    OR (WS-CAND-WEIGHTED = WS-BEST-WEIGHTED
                        AND AV-RANK < WS-BEST-RANK)
                MOVE "Y" TO WS-BEST-FOUND
                MOVE AV-VENDOR-CODE TO WS-BEST-VENDOR
                MOVE AV-RANK TO WS-BEST-RANK
                MOVE WS-CAND-PRICE TO WS-BEST-PRICE
                MOVE WS-CAND-WEIGHTED TO WS-BEST-WEIGHTED
            END-IF.

            END PROGRAM PO-GENERATE.

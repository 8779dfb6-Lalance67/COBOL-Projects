      * PARTS-JOURNAL with the reviewer's name on it) or rejected
      * with a note, and the daily report lists what is still
      * pending and what was refused. The pending file rewrites
      * whole on save the way SENSOR-MAINTENANCE does. Approving or
      * rejecting needs the ADJAPPRV grant (see FUNCTION-AUTH).
      * An expired shelf-life batch SHELF-LIFE-REPORT routed here
      * names its bin: approving the scrap takes the bin and the
      * batch down with the on-hand, rejecting puts the batch back
      * on the shelf - still expired, so still blocked from picking.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ADJUSTMENT-APPROVAL.

                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

      *     the bin and dated batch an expired-stock scrap comes out
      *     of
            SELECT PART-LOCATION ASSIGN TO "PART-LOCATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-LOCATION-KEY
                FILE STATUS IS WS-LOCATION-STATUS.

            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

            SELECT PENDING-RPT ASSIGN TO "PENDING-ADJUST-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  PART-LOCATION.
            COPY "PART-LOCATION-RECORD.cpy".

        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        FD  PENDING-RPT.
        01  PENDING-RPT-LINE         PIC X(120).

        01 WS-PENDING-STATUS     PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-LOCATION-STATUS    PIC XX.
        01 WS-BATCH-STATUS       PIC XX.
        01 WS-BATCH-EOF          PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        78 REVIEW-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

      * approving is also the granted ADJAPPRV function, held apart
      * from INVENTORY-ADJUSTMENT's entry - see FUNCTION-AUTH
        COPY "FUNCTION-AUTH-PARAMS.cpy".

      * the shared fiscal posting lock - checked before any master
      * is touched, see period-check.cob
        COPY "PERIOD-CHECK-PARAMS.cpy".
                    " LEVEL " REVIEW-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            MOVE "ADJAPPRV" TO FAP-FUNCTION
            CALL "FUNCTION-AUTH" USING FUNCTION-AUTH-PARAMS

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
                        PERFORM LIST-PENDING
                    WHEN 2
                        MOVE "A" TO WS-ANSWER
                        PERFORM CHECK-REVIEW-GRANT
                    WHEN 3
                        MOVE "R" TO WS-ANSWER
                        PERFORM CHECK-REVIEW-GRANT
                    WHEN 4
                        PERFORM WRITE-PENDING-REPORT
                    WHEN 5
            END-PERFORM
            DISPLAY "PENDING ADJUSTMENTS: " WS-PEND-COUNT.

        CHECK-REVIEW-GRANT.
            IF FAP-GRANTED NOT = "Y"
                DISPLAY "NOT AUTHORIZED - REVIEWING NEEDS THE"
                    " ADJAPPRV GRANT"
            ELSE
                PERFORM REVIEW-ONE-ADJUSTMENT
            END-IF.

        REVIEW-ONE-ADJUSTMENT.
            DISPLAY "ENTER ADJUSTMENT NUMBER (8 DIGITS):"
            ACCEPT WS-WANTED-NO
                    MOVE "APPR" TO PD-STATUS
                    DISPLAY "ADJUSTMENT " PD-ADJUST-NO " APPROVED"
                        " AND POSTED"
                    IF PD-BIN-CODE NOT = SPACES
                        PERFORM TAKE-DOWN-SCRAP-BIN
                        PERFORM SETTLE-SCRAP-BATCHES
                    END-IF
                END-IF
            ELSE
                MOVE "REJ " TO PD-STATUS
                DISPLAY "ADJUSTMENT " PD-ADJUST-NO " REJECTED"
                IF PD-BIN-CODE NOT = SPACES
                    PERFORM SETTLE-SCRAP-BATCHES
                END-IF
            END-IF

            MOVE PENDING-ADJUSTMENT-RECORD
            MOVE "ADJUSTMENT-APPROVAL" TO PJ-PROGRAM
            CALL "PARTS-JOURNAL" USING PARTS-JOURNAL-PARAMS.

        TAKE-DOWN-SCRAP-BIN.
      *     the expired pieces leave the bin they sat in - never
      *     below zero if the bin was already counted down
            OPEN I-O PART-LOCATION
            IF WS-LOCATION-STATUS NOT = "00"
                DISPLAY "PART-LOCATION NOT AVAILABLE - STATUS "
                    WS-LOCATION-STATUS " - BIN " PD-BIN-CODE
                    " NOT TAKEN DOWN"
                EXIT PARAGRAPH
            END-IF
            MOVE PD-PART-CODE TO PL-PART-CODE
            MOVE PD-BIN-CODE TO PL-BIN-CODE
            READ PART-LOCATION
                NOT INVALID KEY
                    IF PL-BIN-QTY < PD-QTY
                        MOVE ZERO TO PL-BIN-QTY
                    ELSE
                        SUBTRACT PD-QTY FROM PL-BIN-QTY
                    END-IF
                    REWRITE PART-LOCATION-RECORD
            END-READ
            CLOSE PART-LOCATION.

        SETTLE-SCRAP-BATCHES.
      *     the batches waiting on this ticket - scrapped ones are
      *     gone, refused ones go back on the shelf for the next
      *     weekly run to list again
            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS NOT = "00"
                DISPLAY "STOCK-BATCH NOT AVAILABLE - STATUS "
                    WS-BATCH-STATUS " - BATCHES NOT SETTLED"
                EXIT PARAGRAPH
            END-IF
            MOVE PD-PART-CODE TO SB-PART-CODE
            MOVE ZERO TO SB-EXPIRY-DATE SB-RECEIPT-DATE SB-PO-NUMBER
            MOVE SPACES TO SB-BIN-CODE
            MOVE "N" TO WS-BATCH-EOF
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BATCH-EOF
            END-START
            PERFORM UNTIL WS-BATCH-EOF = "Y"
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BATCH-EOF
                    NOT AT END
                        IF SB-PART-CODE NOT = PD-PART-CODE
                            MOVE "Y" TO WS-BATCH-EOF
                        ELSE
                            IF SB-STATUS = "S"
                                    AND SB-ADJUST-NO = PD-ADJUST-NO
                                PERFORM SETTLE-ONE-BATCH
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STOCK-BATCH.

        SETTLE-ONE-BATCH.
            IF PD-STATUS = "APPR"
                DELETE STOCK-BATCH RECORD
            ELSE
                MOVE "A" TO SB-STATUS
                MOVE ZERO TO SB-ADJUST-NO
                REWRITE STOCK-BATCH-RECORD
            END-IF.

        WRITE-PENDING-REPORT.
            MOVE ZERO TO WS-WANTED-NO
            PERFORM LOAD-PENDING-FILE

      * invoice matching, and closes the PO once the order quantity
      * is covered. The PO file rewrites whole on save the way
      * SENSOR-MAINTENANCE does, since LINE SEQUENTIAL has no
      * REWRITE. An outside processing order (PO-TYPE "O", raised by
      * OUTSIDE-PROCESS-ENTRY) is our own parts coming back from the
      * vendor - the return moves out of the VEND bin into a stock
      * bin rather than adding to PARTS-MASTER, and when the last of
      * it is back any pieces the vendor never returned are written
      * off on-hand through the journal and shown as the variance.
      * A part with a shelf life (PM-SHELF-LIFE-DAYS) is put away
      * into a named bin as a dated STOCK-BATCH - receipt date and
      * the last day it may be used - so picking can take the
      * earliest-expiring stock first. An outside processing return
      * brings the part's dated batches back out of the VEND bin
      * through STOCK-BATCH-MOVE, and the pieces the vendor lost take
      * their batches off with them.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PO-RECEIVING.

      *     the part's vendor pack size, so a delivery keyed in
      *     packs converts to eaches automatically instead of the
      *     dock doing arithmetic
      *     bin stock - an outside processing return comes out of
      *     the VEND bin and back into a stock bin
            SELECT PART-LOCATION ASSIGN TO "PART-LOCATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-LOCATION-KEY
                FILE STATUS IS WS-LOCATION-STATUS.

      *     the dated receipt batches of shelf-life parts
            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

            SELECT REORDER-RULES ASSIGN TO "REORDER-RULES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        FD  PO-RECEIPT.
            COPY "PO-RECEIPT-RECORD.cpy".

        FD  PART-LOCATION.
            COPY "PART-LOCATION-RECORD.cpy".

        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        FD  REORDER-RULES.
            COPY "REORDER-RULES-RECORD.cpy".

        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * outside processing returns - the VEND bin holds everything
      * out at a vendor, see OUTSIDE-PROCESS-ENTRY
        78 AT-VENDOR-BIN         VALUE "VEND".
        01 WS-LOCATION-STATUS    PIC XX.
        01 WS-RETURN-BIN         PIC X(4).
        01 WS-FINAL-ANSWER       PIC X.
        01 WS-SHORTFALL          PIC 9(5).
        01 WS-VEND-DRAW          PIC 9(5).
        01 WS-SENT-DISP          PIC ZZZZ9.
        01 WS-BACK-DISP          PIC ZZZZ9.
        01 WS-SHORT-DISP         PIC ZZZZ9.

      * shelf-life put-away - the batch's bin and use-by date
        01 WS-BATCH-STATUS       PIC XX.
        01 WS-SHELF-LIFE         PIC 9(4) VALUE ZERO.
        01 WS-BATCH-BIN          PIC X(4).
        01 WS-EXPIRY-DATE        PIC 9(8).

      * the whole PO file rides into this table so the received PO
      * can be restamped and everything written back - rows held as
      * raw record images wide enough to survive the layout growing
        COPY "PERIOD-CHECK-PARAMS.cpy".
        01 WS-LOCK-STAMP         PIC X(21).

      * a shelf-life part's dated batches follow the pieces
        COPY "STOCK-BATCH-MOVE-PARAMS.cpy".
        01 WS-BATCH-DISP         PIC ZZZZ9.

        PROCEDURE DIVISION.
      *     a posting into a month the bookkeeper closed is
      *     refused up front - the refusal is already on the
            DISPLAY "ORDERED " PO-ORDER-QTY
                " RECEIVED " PO-RECEIVED-QTY
                " STILL DUE " WS-DUE-DISP
            IF PO-TYPE = "O"
                PERFORM RECEIVE-OUTSIDE-RETURN
                EXIT PARAGRAPH
            END-IF
            PERFORM LOOKUP-PACK-SIZE
            IF WS-PACK-SIZE > 1
                DISPLAY "RECEIVED IN - [P] " WS-PACK-UNIT
                DISPLAY "RECEIPT NOT POSTED - PO UNCHANGED"
                EXIT PARAGRAPH
            END-IF
            IF WS-SHELF-LIFE > ZERO
                PERFORM PUT-AWAY-SHELF-BATCH
            END-IF

            ADD WS-QTY-RECEIVED TO PO-RECEIVED-QTY
            IF PO-RECEIVED-QTY >= PO-ORDER-QTY
      *     release pass runs right behind the receipt
            CALL "BACKORDER-RELEASE".

        RECEIVE-OUTSIDE-RETURN.
      *     our own parts coming back from the outside processor -
      *     on-hand never left PARTS-MASTER, so the return is a move
      *     from the VEND bin to a stock bin, never a stock receipt
            DISPLAY "OUTSIDE PROCESSING - " PO-PROCESS
                " ORDER " PO-WORK-ORDER " LOT " PO-LOT-NUMBER
                " DUE BACK " PO-DUE-DATE
            DISPLAY "ENTER QUANTITY BACK FROM THE VENDOR:"
            ACCEPT WS-QTY-RECEIVED
            IF WS-QTY-RECEIVED > WS-STILL-DUE
                DISPLAY "ONLY " WS-DUE-DISP " ARE OUT AT THE VENDOR"
                    " - RETURN REFUSED"
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-FINAL-ANSWER
            IF WS-QTY-RECEIVED = WS-STILL-DUE
                MOVE "Y" TO WS-FINAL-ANSWER
            ELSE
                DISPLAY "IS THIS THE LAST OF IT FROM THE VENDOR"
                    " (Y/N):"
                ACCEPT WS-FINAL-ANSWER
                IF WS-FINAL-ANSWER = "y"
                    MOVE "Y" TO WS-FINAL-ANSWER
                END-IF
            END-IF
            IF WS-QTY-RECEIVED = ZERO AND WS-FINAL-ANSWER NOT = "Y"
                DISPLAY "NOTHING RECEIVED"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-SHORTFALL
            IF WS-FINAL-ANSWER = "Y"
                COMPUTE WS-SHORTFALL =
                    WS-STILL-DUE - WS-QTY-RECEIVED
            END-IF

            IF WS-QTY-RECEIVED > ZERO
                DISPLAY "ENTER BIN THE PARTS GO BACK INTO:"
                ACCEPT WS-RETURN-BIN
                IF WS-RETURN-BIN = AT-VENDOR-BIN
                        OR WS-RETURN-BIN = SPACES
                    DISPLAY "PICK A STOCK BIN, NOT " AT-VENDOR-BIN
                    EXIT PARAGRAPH
                END-IF
            END-IF

            PERFORM RETURN-FROM-VENDOR-BIN
            IF WS-LOCATION-STATUS NOT = "00"
                DISPLAY "RETURN NOT POSTED - PO UNCHANGED"
                EXIT PARAGRAPH
            END-IF
            IF WS-SHORTFALL > ZERO
                PERFORM WRITE-OFF-SHORTFALL
            END-IF

            ADD WS-QTY-RECEIVED TO PO-RECEIVED-QTY
            IF WS-FINAL-ANSWER = "Y"
                MOVE "CLSD" TO PO-STATUS
                MOVE PO-ORDER-QTY TO WS-SENT-DISP
                MOVE PO-RECEIVED-QTY TO WS-BACK-DISP
                MOVE WS-SHORTFALL TO WS-SHORT-DISP
                DISPLAY "PO " PO-NUMBER " CLOSED - SENT "
                    WS-SENT-DISP " RETURNED " WS-BACK-DISP
                    " VARIANCE " WS-SHORT-DISP
            ELSE
                MOVE "PART" TO PO-STATUS
                COMPUTE WS-STILL-DUE =
                    PO-ORDER-QTY - PO-RECEIVED-QTY
                MOVE WS-STILL-DUE TO WS-DUE-DISP
                DISPLAY "PARTIAL RETURN - STILL AT VENDOR "
                    WS-DUE-DISP
            END-IF

            MOVE PURCHASE-ORDER-RECORD TO WS-PO-ROW(WS-PO-FOUND)
            PERFORM REWRITE-PO-FILE
      *     the receipt entry is what VENDOR-INVOICE-ENTRY matches
      *     the vendor's charge against - only pieces actually back
            IF WS-QTY-RECEIVED > ZERO
                PERFORM WRITE-RECEIPT-ENTRY
            END-IF.

        RETURN-FROM-VENDOR-BIN.
      *     both sides move together, same as BIN-TRANSFER. The VEND
      *     bin gives up the returned pieces plus, on the final
      *     return, the pieces the vendor lost or scrapped - never
      *     below zero if someone has already adjusted it by hand.
            OPEN I-O PART-LOCATION
            IF WS-LOCATION-STATUS = "35"
                OPEN OUTPUT PART-LOCATION
                CLOSE PART-LOCATION
                OPEN I-O PART-LOCATION
            END-IF
            IF WS-LOCATION-STATUS NOT = "00"
                DISPLAY "PART-LOCATION NOT AVAILABLE - STATUS "
                    WS-LOCATION-STATUS
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-VEND-DRAW = WS-QTY-RECEIVED + WS-SHORTFALL
            MOVE PO-PART-CODE TO PL-PART-CODE
            MOVE AT-VENDOR-BIN TO PL-BIN-CODE
            READ PART-LOCATION
                NOT INVALID KEY
                    IF PL-BIN-QTY < WS-VEND-DRAW
                        MOVE ZERO TO PL-BIN-QTY
                    ELSE
                        SUBTRACT WS-VEND-DRAW FROM PL-BIN-QTY
                    END-IF
                    REWRITE PART-LOCATION-RECORD
            END-READ

            IF WS-QTY-RECEIVED > ZERO
                MOVE PO-PART-CODE TO PL-PART-CODE
                MOVE WS-RETURN-BIN TO PL-BIN-CODE
                READ PART-LOCATION
                    INVALID KEY
                        MOVE PO-PART-CODE TO PL-PART-CODE
                        MOVE WS-RETURN-BIN TO PL-BIN-CODE
                        MOVE WS-QTY-RECEIVED TO PL-BIN-QTY
                        WRITE PART-LOCATION-RECORD
                    NOT INVALID KEY
                        ADD WS-QTY-RECEIVED TO PL-BIN-QTY
                        REWRITE PART-LOCATION-RECORD
                END-READ
            END-IF
            MOVE "00" TO WS-LOCATION-STATUS
            CLOSE PART-LOCATION

      *     the returned pieces' batches go back into the stock bin
      *     earliest expiry first; the lost pieces' batches are
      *     drawn off the VEND bin with nowhere to land
            MOVE PO-PART-CODE TO SBM-PART-CODE
            MOVE AT-VENDOR-BIN TO SBM-FROM-BIN
            IF WS-QTY-RECEIVED > ZERO
                MOVE WS-RETURN-BIN TO SBM-TO-BIN
                MOVE WS-QTY-RECEIVED TO SBM-QTY
                CALL "STOCK-BATCH-MOVE" USING STOCK-BATCH-MOVE-PARAMS
                IF SBM-RESULT = "S"
                    MOVE SBM-MOVED-QTY TO WS-BATCH-DISP
                    DISPLAY "WARNING: ONLY " WS-BATCH-DISP
                        " OF THE PIECES BACK WERE ON DATED BATCHES"
                END-IF
            END-IF
            IF WS-SHORTFALL > ZERO
                MOVE SPACES TO SBM-TO-BIN
                MOVE WS-SHORTFALL TO SBM-QTY
                CALL "STOCK-BATCH-MOVE" USING STOCK-BATCH-MOVE-PARAMS
            END-IF.

        WRITE-OFF-SHORTFALL.
      *     pieces the vendor never sent back are gone - they come
      *     off PARTS-MASTER through the journal against the work
      *     order they went out for, so job cost and the GL see them
            OPEN I-O PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "PARTS-MASTER NOT AVAILABLE - STATUS "
                    WS-MASTER-STATUS " - SHORTFALL NOT WRITTEN OFF"
                EXIT PARAGRAPH
            END-IF
            MOVE PO-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    DISPLAY "PART " PO-PART-CODE " NOT ON MASTER"
                        " - SHORTFALL NOT WRITTEN OFF"
                    CLOSE PARTS-MASTER
                    EXIT PARAGRAPH
            END-READ

            MOVE PM-QTY-ON-HAND TO PJ-BEFORE-QTY
            IF PM-QTY-ON-HAND < WS-SHORTFALL
                MOVE ZERO TO PM-QTY-ON-HAND
            ELSE
                SUBTRACT WS-SHORTFALL FROM PM-QTY-ON-HAND
            END-IF
            REWRITE PARTS-MASTER-RECORD
            CLOSE PARTS-MASTER

            MOVE PM-PART-CODE TO PJ-PART-CODE
            MOVE PM-QTY-ON-HAND TO PJ-AFTER-QTY
            MOVE "PO-RECEIVING" TO PJ-PROGRAM
            MOVE PO-WORK-ORDER TO PJ-ORDER-NO
            CALL "PARTS-JOURNAL" USING PARTS-JOURNAL-PARAMS

            MOVE WS-SHORTFALL TO WS-SHORT-DISP
            DISPLAY "WRITTEN OFF " WS-SHORT-DISP " NOT RETURNED - "
                PM-PART-CODE " NEW QTY-ON-HAND=" PM-QTY-ON-HAND.

        LOOKUP-PACK-SIZE.
      *     the part's vendor pack off its REORDER-RULES entry - no
      *     rule, or a pack of one, means the delivery counts in
                    MOVE "N" TO PM-SERIAL-FLAG
                    MOVE "C" TO PM-ABC-CLASS
                    MOVE ZERO TO PM-QTY-ALLOCATED
                    MOVE ZERO TO PM-SHELF-LIFE-DAYS
                    WRITE PARTS-MASTER-RECORD
            END-READ

            MOVE PM-QTY-ON-HAND TO PJ-BEFORE-QTY
            ADD WS-QTY-RECEIVED TO PM-QTY-ON-HAND
            REWRITE PARTS-MASTER-RECORD
            MOVE ZERO TO WS-SHELF-LIFE
            IF PM-SHELF-LIFE-DAYS NUMERIC
                MOVE PM-SHELF-LIFE-DAYS TO WS-SHELF-LIFE
            END-IF
            CLOSE PARTS-MASTER

            MOVE PM-PART-CODE TO PJ-PART-CODE
            DISPLAY "POSTED: " PM-PART-CODE
                " NEW QTY-ON-HAND=" PM-QTY-ON-HAND.

        PUT-AWAY-SHELF-BATCH.
      *     the stock is already on PARTS-MASTER, so the batch must
      *     land in a real bin - usable through receipt date plus
      *     the part's shelf-life days
            MOVE SPACES TO WS-BATCH-BIN
            PERFORM UNTIL WS-BATCH-BIN NOT = SPACES
                    AND WS-BATCH-BIN NOT = AT-VENDOR-BIN
                DISPLAY "SHELF-LIFE PART - ENTER BIN THE BATCH IS"
                    " PUT AWAY IN (4 CHARS):"
                ACCEPT WS-BATCH-BIN
            END-PERFORM
            COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                + WS-SHELF-LIFE)

            OPEN I-O PART-LOCATION
            IF WS-LOCATION-STATUS = "35"
                OPEN OUTPUT PART-LOCATION
                CLOSE PART-LOCATION
                OPEN I-O PART-LOCATION
            END-IF
            IF WS-LOCATION-STATUS NOT = "00"
                DISPLAY "PART-LOCATION NOT AVAILABLE - STATUS "
                    WS-LOCATION-STATUS " - BATCH NOT BINNED"
                EXIT PARAGRAPH
            END-IF
            MOVE PO-PART-CODE TO PL-PART-CODE
            MOVE WS-BATCH-BIN TO PL-BIN-CODE
            READ PART-LOCATION
                INVALID KEY
                    MOVE PO-PART-CODE TO PL-PART-CODE
                    MOVE WS-BATCH-BIN TO PL-BIN-CODE
                    MOVE WS-QTY-RECEIVED TO PL-BIN-QTY
                    WRITE PART-LOCATION-RECORD
                NOT INVALID KEY
                    ADD WS-QTY-RECEIVED TO PL-BIN-QTY
                    REWRITE PART-LOCATION-RECORD
            END-READ
            CLOSE PART-LOCATION

            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS = "35"
                OPEN OUTPUT STOCK-BATCH
                CLOSE STOCK-BATCH
                OPEN I-O STOCK-BATCH
            END-IF
            IF WS-BATCH-STATUS NOT = "00"
                DISPLAY "STOCK-BATCH NOT AVAILABLE - STATUS "
                    WS-BATCH-STATUS " - BATCH NOT DATED"
                EXIT PARAGRAPH
            END-IF
      *     a second truck on the same PO the same day into the same
      *     bin is the same batch
            MOVE PO-PART-CODE TO SB-PART-CODE
            MOVE WS-EXPIRY-DATE TO SB-EXPIRY-DATE
            MOVE WS-BATCH-BIN TO SB-BIN-CODE
            MOVE WS-TODAY-DATE TO SB-RECEIPT-DATE
            MOVE PO-NUMBER TO SB-PO-NUMBER
            READ STOCK-BATCH
                INVALID KEY
                    MOVE WS-QTY-RECEIVED TO SB-BATCH-QTY
                    MOVE "A" TO SB-STATUS
                    MOVE ZERO TO SB-ADJUST-NO
                    WRITE STOCK-BATCH-RECORD
                NOT INVALID KEY
                    ADD WS-QTY-RECEIVED TO SB-BATCH-QTY
                    REWRITE STOCK-BATCH-RECORD
            END-READ
            CLOSE STOCK-BATCH

            DISPLAY "BATCH PUT AWAY IN BIN " WS-BATCH-BIN
                " - USE BY " WS-EXPIRY-DATE.

        WRITE-RECEIPT-ENTRY.
      *     receipts accumulate across deliveries - same OPEN EXTEND
      *     with an OPEN OUTPUT fallback the first time as AUDIT-LOG
                    " RECEIVED: " PO-RECEIVED-QTY
                DISPLAY "ORDER DATE: " PO-ORDER-DATE
                    " STATUS: " PO-STATUS
                IF PO-TYPE = "O"
                    DISPLAY "OUTSIDE PROCESSING: " PO-PROCESS
                        " ORDER " PO-WORK-ORDER
                        " LOT " PO-LOT-NUMBER
                        " DUE BACK " PO-DUE-DATE
                END-IF
            END-IF.

            END PROGRAM PO-RECEIVING.

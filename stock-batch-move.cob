      * STOCK-BATCH-MOVE - the shared batch side of a bin move. A
      * shelf-life part's stock sits in dated STOCK-BATCH records
      * inside each PART-LOCATION bin, and PICK-LIST-GENERATE only
      * picks a shelf-life part batch by batch - so whenever pieces
      * leave a bin their batches have to leave with them or the
      * pieces can never be picked again. BIN-TRANSFER,
      * OUTSIDE-PROCESS-ENTRY (out to the VEND bin) and PO-RECEIVING
      * (back from it) call here right behind their PART-LOCATION
      * update. The from-bin's batches give up the pieces earliest
      * expiry first, the same order DRAW-BATCH-STOCK draws a pick,
      * splitting the last batch when only part of it moves. A batch
      * routed to scrap (status S) stays where it is until
      * ADJUSTMENT-APPROVAL settles it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STOCK-BATCH-MOVE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-BATCH-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-MOVE-LEFT          PIC 9(5).
        01 WS-PIECES             PIC 9(5).

      * the from-bin's batch keys, earliest expiry first - gathered
      * before anything is rewritten so the re-binned batches never
      * come back round in the same key walk
        78 BATCH-MAX             VALUE 50.
        01 WS-BATCH-COUNT        PIC 9(3) VALUE 0.
        01 WS-BATCH-IDX          PIC 9(3).
        01 WS-BATCH-TABLE.
            05 WS-BATCH-ROW      PIC X(34) OCCURS 50 TIMES.

        LINKAGE SECTION.
            COPY "STOCK-BATCH-MOVE-PARAMS.cpy".

        PROCEDURE DIVISION USING STOCK-BATCH-MOVE-PARAMS.
            MOVE ZERO TO SBM-MOVED-QTY
            MOVE "N" TO SBM-RESULT
            IF SBM-QTY = ZERO OR SBM-FROM-BIN = SBM-TO-BIN
                GOBACK
            END-IF
      *     no batch file yet means no part has been dated
            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS NOT = "00"
                GOBACK
            END-IF

            PERFORM COLLECT-FROM-BATCHES
            IF WS-BATCH-COUNT = ZERO
                CLOSE STOCK-BATCH
                GOBACK
            END-IF

            MOVE SBM-QTY TO WS-MOVE-LEFT
            PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                    UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                    OR WS-MOVE-LEFT = ZERO
                PERFORM MOVE-ONE-BATCH
            END-PERFORM
            CLOSE STOCK-BATCH

            COMPUTE SBM-MOVED-QTY = SBM-QTY - WS-MOVE-LEFT
            IF WS-MOVE-LEFT = ZERO
                MOVE "Y" TO SBM-RESULT
            ELSE
                MOVE "S" TO SBM-RESULT
            END-IF
            GOBACK.

        COLLECT-FROM-BATCHES.
            MOVE ZERO TO WS-BATCH-COUNT
            MOVE SBM-PART-CODE TO SB-PART-CODE
            MOVE ZERO TO SB-EXPIRY-DATE SB-RECEIPT-DATE SB-PO-NUMBER
            MOVE SPACES TO SB-BIN-CODE
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SB-PART-CODE NOT = SBM-PART-CODE
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF SB-BIN-CODE = SBM-FROM-BIN
                                    AND SB-STATUS = "A"
                                    AND SB-BATCH-QTY > ZERO
                                IF WS-BATCH-COUNT < BATCH-MAX
                                    ADD 1 TO WS-BATCH-COUNT
                                    MOVE SB-BATCH-KEY
                                        TO WS-BATCH-ROW(WS-BATCH-COUNT)
                                ELSE
                                    MOVE "Y" TO WS-EOF
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        MOVE-ONE-BATCH.
      *     take the pieces off the from-bin batch - an emptied
      *     batch is gone, same as a pick drawing it down
            MOVE WS-BATCH-ROW(WS-BATCH-IDX) TO SB-BATCH-KEY
            READ STOCK-BATCH
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF SB-BATCH-QTY > WS-MOVE-LEFT
                MOVE WS-MOVE-LEFT TO WS-PIECES
                SUBTRACT WS-PIECES FROM SB-BATCH-QTY
                REWRITE STOCK-BATCH-RECORD
            ELSE
                MOVE SB-BATCH-QTY TO WS-PIECES
                DELETE STOCK-BATCH RECORD
            END-IF
            SUBTRACT WS-PIECES FROM WS-MOVE-LEFT
            IF SBM-TO-BIN = SPACES
                EXIT PARAGRAPH
            END-IF

      *     and land them in the to-bin under the same expiry,
      *     receipt and PO - joining that batch if it is already
      *     there from an earlier move
            MOVE WS-BATCH-ROW(WS-BATCH-IDX) TO SB-BATCH-KEY
            MOVE SBM-TO-BIN TO SB-BIN-CODE
            READ STOCK-BATCH
                INVALID KEY
                    MOVE WS-BATCH-ROW(WS-BATCH-IDX) TO SB-BATCH-KEY
                    MOVE SBM-TO-BIN TO SB-BIN-CODE
                    MOVE WS-PIECES TO SB-BATCH-QTY
                    MOVE "A" TO SB-STATUS
                    MOVE ZERO TO SB-ADJUST-NO
                    WRITE STOCK-BATCH-RECORD
                NOT INVALID KEY
                    ADD WS-PIECES TO SB-BATCH-QTY
                    REWRITE STOCK-BATCH-RECORD
            END-READ.

            END PROGRAM STOCK-BATCH-MOVE.

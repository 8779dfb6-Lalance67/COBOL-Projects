      * sides updated together (the from-bin is never decremented
      * without the to-bin taking the same quantity), puts newly
      * received stock away into a bin, and lists where a part sits.
      * A shelf-life part's dated STOCK-BATCH records move with the
      * pieces through STOCK-BATCH-MOVE, so the stock stays pickable
      * in the bin it lands in.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BIN-TRANSFER.

        01 WS-FROM-QTY           PIC 9(5).
        01 WS-QTY-DISP           PIC ZZZZ9.

      * a shelf-life part's dated batches follow the pieces
        COPY "STOCK-BATCH-MOVE-PARAMS.cpy".

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            PERFORM OPEN-PART-LOCATION

            PERFORM UNTIL WS-DONE = "Y"
            DISPLAY "TRANSFERRED - BIN " WS-FROM-BIN " NOW HOLDS "
                WS-QTY-DISP
            MOVE PL-BIN-QTY TO WS-QTY-DISP
            DISPLAY "BIN " WS-TO-BIN " NOW HOLDS " WS-QTY-DISP

      *     a dated part's batches go with the pieces, earliest
      *     expiry first - pieces left off a batch are undated
            MOVE WS-PART-CODE TO SBM-PART-CODE
            MOVE WS-FROM-BIN TO SBM-FROM-BIN
            MOVE WS-TO-BIN TO SBM-TO-BIN
            MOVE WS-MOVE-QTY TO SBM-QTY
            CALL "STOCK-BATCH-MOVE" USING STOCK-BATCH-MOVE-PARAMS
            IF SBM-RESULT = "S"
                MOVE SBM-MOVED-QTY TO WS-QTY-DISP
                DISPLAY "WARNING: ONLY " WS-QTY-DISP
                    " OF THE PIECES MOVED WERE ON DATED BATCHES"
            END-IF.

        PUT-AWAY-INTO-BIN.
      *     newly received stock coming off the dock has no from-bin

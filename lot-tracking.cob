        01 W-ITEM-COUNT      PIC 9(3).
        01 W-LOT-NUMBER      PIC 9(6).
        01 W-PART-CODE       PIC X(6).
        01 W-ORDER-NO        PIC 9(8) VALUE ZERO.

        PROCEDURE DIVISION.
            MOVE 3 TO W-ITEM-COUNT
            MOVE "ABC123" TO W-PART-CODE
            CALL 'LOT-TRACKING' USING W-ITEM-COUNT W-LOT-NUMBER
                W-PART-CODE W-ORDER-NO
            DISPLAY "LOT " W-LOT-NUMBER " CREATED WITH " W-ITEM-COUNT
                " ITEMS"

            MOVE 5 TO W-ITEM-COUNT
            MOVE "XYZ789" TO W-PART-CODE
            CALL 'LOT-TRACKING' USING W-ITEM-COUNT W-LOT-NUMBER
                W-PART-CODE W-ORDER-NO
            DISPLAY "LOT " W-LOT-NUMBER " CREATED WITH " W-ITEM-COUNT
                " ITEMS"

        01 WS-OPSESS-STATUS        PIC XX.
        01 WS-OPERATOR-ID          PIC X(10) VALUE "UNKNOWN".

      * the revision built is the one in effect today - see
      * part-revision-lookup.cob
        COPY "REVISION-LOOKUP-PARAMS.cpy".

        LOCAL-STORAGE SECTION.
      *     resets to zero on every CALL - see the header comment above
      *     for why that is exactly the behavior this program wants
      *     which part this lot produced - carried on every detail
      *     line for the recall inquiry
        01 LT-PART-CODE            PIC X(6).
      *     the work order the lot is made against, zero for a stock
      *     lot - carried on every detail line for job costing
        01 LT-ORDER-NO             PIC 9(8).

        PROCEDURE DIVISION USING LT-ITEM-COUNT LT-LOT-NUMBER
                LT-PART-CODE LT-ORDER-NO.
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE LT-PART-CODE TO RLP-PART-CODE
            MOVE WS-TODAY-TIMESTAMP(1:8) TO RLP-AS-OF-DATE
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
      *     running lot count carries across lots and across runs, the
      *     same way TICKET-SEQUENCE.cob's running ticket count does
            MOVE ZERO TO WS-NEXT-LOT
            MOVE WS-TODAY-TIMESTAMP(1:8) TO LD-MADE-DATE
            MOVE "N" TO LD-SCRAP-FLAG
            MOVE SPACES TO LD-SCRAP-REASON
            MOVE LT-ORDER-NO TO LD-ORDER-NO
            MOVE RLP-REVISION TO LD-REVISION
            WRITE LOT-DETAIL-RECORD.

        READ-OPERATOR-ID.

      * SHELF-LIFE-REPORT - the weekly dated-stock review over the
      * STOCK-BATCH receipt batches PO-RECEIVING keeps for shelf-life
      * parts. Lists every batch already past its use-by date and
      * every batch running out inside the next SHELF-WARN-DAYS days
      * (30 unless the parameter master says otherwise), with the
      * bin, quantity and value at standard cost, so the stockroom
      * can use the short-dated stock first. PICK-LIST-GENERATE
      * already refuses expired batches; here each newly expired
      * batch is routed to scrap as a PENDING-ADJUSTMENT removal
      * naming its bin, whatever its size, so it goes through the
      * same level-5 ADJUSTMENT-APPROVAL as any other write-off. The
      * batch is marked S against the ticket until the supervisor
      * posts or refuses it. Written to SHELF-LIFE-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SHELF-LIFE-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

            SELECT PART-COST ASSIGN TO "PART-COST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-PART-CODE
                FILE STATUS IS WS-COST-STATUS.

            SELECT PENDING-ADJUSTMENT
                ASSIGN TO "PENDING-ADJUSTMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.

            SELECT SHELF-LIFE-RPT ASSIGN TO "SHELF-LIFE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        FD  PART-COST.
            COPY "PART-COST-RECORD.cpy".

        FD  PENDING-ADJUSTMENT.
            COPY "PENDING-ADJUSTMENT-RECORD.cpy".

        FD  SHELF-LIFE-RPT.
        01  SHELF-LIFE-LINE          PIC X(100).

        WORKING-STORAGE SECTION.
      * the operator name the scrap tickets are raised under
        78 SHELF-LIFE-OPERATOR   VALUE "SHELF-LIFE".

        01 WS-BATCH-STATUS       PIC XX.
        01 WS-COST-STATUS        PIC XX.
        01 WS-PENDING-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).
        01 WS-WARN-DAYS          PIC 9(3).
        01 WS-WARN-DATE          PIC 9(8).
        01 WS-DAYS-LEFT          PIC 9(5).
        01 WS-TICKET-NO          PIC 9(8).

      * the batch in hand
        01 WS-UNIT-COST          PIC 9(5)V99.
        01 WS-BATCH-VALUE        PIC 9(9)V99.
        01 WS-ACTION-TEXT        PIC X(32).

      * run totals
        01 WS-BATCH-COUNT        PIC 9(7) VALUE ZERO.
        01 WS-EXPIRED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-EXPIRED-QTY        PIC 9(7) VALUE ZERO.
        01 WS-EXPIRED-VALUE      PIC 9(11)V99 VALUE ZERO.
        01 WS-ROUTED-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-SOON-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-SOON-QTY           PIC 9(7) VALUE ZERO.
        01 WS-SOON-VALUE         PIC 9(11)V99 VALUE ZERO.

        01 WS-QTY-DISP           PIC ZZZZ9.
        01 WS-DAYS-DISP          PIC ZZZZ9.
        01 WS-VALUE-DISP         PIC ZZZZZZZZ9.99.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-TOTAL-QTY-DISP     PIC ZZZZZZ9.
        01 WS-TOTAL-DISP         PIC ZZZZZZZZZZ9.99.

      * the warning window comes off the parameter master - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "SHELF-LIFE-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            MOVE "SHELF-WARN-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS AHEAD SHELF-LIFE STOCK IS FLAGGED"
                TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-WARN-DAYS
            COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
                WS-TODAY-DAYS + WS-WARN-DAYS)

            OPEN OUTPUT SHELF-LIFE-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO SHELF-LIFE-LINE
                WRITE SHELF-LIFE-LINE
            END-IF
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "SHELF-LIFE STOCK REVIEW - RUN DATE: "
                   WS-TODAY-DATE
                   "  WARNING THROUGH " WS-WARN-DATE
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE
            MOVE SPACES TO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE

            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS NOT = "00"
                MOVE SPACES TO SHELF-LIFE-LINE
                STRING "NO SHELF-LIFE BATCHES ON FILE"
                       DELIMITED BY SIZE INTO SHELF-LIFE-LINE
                WRITE SHELF-LIFE-LINE
                CLOSE SHELF-LIFE-RPT
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN INPUT PART-COST

            PERFORM REVIEW-EXPIRED-STOCK
            PERFORM REVIEW-EXPIRING-STOCK
            PERFORM WRITE-REPORT-TOTALS

            IF WS-COST-STATUS = "00"
                CLOSE PART-COST
            END-IF
            CLOSE STOCK-BATCH
            CLOSE SHELF-LIFE-RPT

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-BATCH-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "SHELF-LIFE REVIEW WRITTEN - EXPIRED: "
                WS-EXPIRED-COUNT " ROUTED TO SCRAP: " WS-ROUTED-COUNT
                " EXPIRING: " WS-SOON-COUNT
            GOBACK.

        REVIEW-EXPIRED-STOCK.
      *     first pass - everything past its use-by date. A batch
      *     still on the shelf goes to scrap approval now; one
      *     already waiting on a ticket is listed against it.
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "--- EXPIRED STOCK - BLOCKED FROM PICKING ---"
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE
            PERFORM WRITE-COLUMN-HEADER

            OPEN EXTEND PENDING-ADJUSTMENT
            IF WS-PENDING-STATUS = "05" OR WS-PENDING-STATUS = "35"
                CLOSE PENDING-ADJUSTMENT
                OPEN OUTPUT PENDING-ADJUSTMENT
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-BATCH-COUNT
                        IF SB-EXPIRY-DATE < WS-TODAY-DATE
                                AND SB-BATCH-QTY > ZERO
                            PERFORM LIST-EXPIRED-BATCH
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PENDING-ADJUSTMENT.

        LIST-EXPIRED-BATCH.
            PERFORM VALUE-THE-BATCH
            IF SB-STATUS = "S"
                MOVE SPACES TO WS-ACTION-TEXT
                STRING "AWAITING SCRAP APPROVAL "
                       SB-ADJUST-NO
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
            ELSE
                PERFORM ROUTE-BATCH-TO-SCRAP
            END-IF
            ADD 1 TO WS-EXPIRED-COUNT
            ADD SB-BATCH-QTY TO WS-EXPIRED-QTY
            ADD WS-BATCH-VALUE TO WS-EXPIRED-VALUE
            PERFORM WRITE-BATCH-LINE.

        ROUTE-BATCH-TO-SCRAP.
      *     an expired batch is a write-off whatever its size - it
      *     always waits for the supervisor rather than posting
      *     under INVENTORY-ADJUSTMENT's thresholds
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO PD-ADJUST-NO
            MOVE SB-PART-CODE TO PD-PART-CODE
            MOVE "-" TO PD-DIRECTION
            MOVE SB-BATCH-QTY TO PD-QTY
            MOVE WS-BATCH-VALUE TO PD-EST-VALUE
            MOVE SPACES TO PD-REASON
            STRING "EXPIRED " SB-EXPIRY-DATE
                   " BIN " SB-BIN-CODE
                   DELIMITED BY SIZE INTO PD-REASON
            MOVE SHELF-LIFE-OPERATOR TO PD-OPERATOR
            MOVE WS-TODAY-DATE TO PD-ENTERED-DATE
            MOVE "PEND" TO PD-STATUS
            MOVE SPACES TO PD-REVIEW-OPERATOR PD-REVIEW-NOTE
            MOVE SB-BIN-CODE TO PD-BIN-CODE
            WRITE PENDING-ADJUSTMENT-RECORD

            MOVE "S" TO SB-STATUS
            MOVE WS-TICKET-NO TO SB-ADJUST-NO
            REWRITE STOCK-BATCH-RECORD
            ADD 1 TO WS-ROUTED-COUNT

            MOVE SPACES TO WS-ACTION-TEXT
            STRING "ROUTED TO SCRAP " WS-TICKET-NO
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT.

        REVIEW-EXPIRING-STOCK.
      *     second pass - still usable, but not for long. Use these
      *     first.
            MOVE SPACES TO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE
            MOVE WS-WARN-DAYS TO WS-DAYS-DISP
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "--- EXPIRING IN THE NEXT " WS-DAYS-DISP
                   " DAYS - USE FIRST ---"
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE
            PERFORM WRITE-COLUMN-HEADER

            MOVE LOW-VALUES TO SB-BATCH-KEY
            MOVE "N" TO WS-EOF
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SB-EXPIRY-DATE >= WS-TODAY-DATE
                                AND SB-EXPIRY-DATE <= WS-WARN-DATE
                                AND SB-BATCH-QTY > ZERO
                            PERFORM LIST-EXPIRING-BATCH
                        END-IF
                END-READ
            END-PERFORM.

        LIST-EXPIRING-BATCH.
            PERFORM VALUE-THE-BATCH
            COMPUTE WS-DAYS-LEFT =
                FUNCTION INTEGER-OF-DATE(SB-EXPIRY-DATE)
                - WS-TODAY-DAYS
            MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
            MOVE SPACES TO WS-ACTION-TEXT
            STRING WS-DAYS-DISP " DAYS LEFT"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
            ADD 1 TO WS-SOON-COUNT
            ADD SB-BATCH-QTY TO WS-SOON-QTY
            ADD WS-BATCH-VALUE TO WS-SOON-VALUE
            PERFORM WRITE-BATCH-LINE.

        VALUE-THE-BATCH.
      *     standard cost off PART-COST - an unpriced part values
      *     at zero rather than stopping the review
            MOVE ZERO TO WS-UNIT-COST
            IF WS-COST-STATUS = "00"
                MOVE SB-PART-CODE TO PC-PART-CODE
                READ PART-COST
                    NOT INVALID KEY
                        MOVE PC-UNIT-COST TO WS-UNIT-COST
                END-READ
            END-IF
            COMPUTE WS-BATCH-VALUE ROUNDED =
                WS-UNIT-COST * SB-BATCH-QTY.

        WRITE-COLUMN-HEADER.
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "PART    BIN   RECEIVED  USE BY      QTY"
                   "         VALUE  "
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE.

        WRITE-BATCH-LINE.
            MOVE SB-BATCH-QTY TO WS-QTY-DISP
            MOVE WS-BATCH-VALUE TO WS-VALUE-DISP
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING SB-PART-CODE
                   "  " SB-BIN-CODE
                   "  " SB-RECEIPT-DATE
                   "  " SB-EXPIRY-DATE
                   "  " WS-QTY-DISP
                   "  " WS-VALUE-DISP
                   "  " WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE

            MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
            MOVE WS-EXPIRED-QTY TO WS-TOTAL-QTY-DISP
            MOVE WS-EXPIRED-VALUE TO WS-TOTAL-DISP
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "EXPIRED BATCHES:   " WS-COUNT-DISP
                   "  QTY " WS-TOTAL-QTY-DISP
                   "  VALUE " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE

            MOVE WS-ROUTED-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "ROUTED TO SCRAP:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE

            MOVE WS-SOON-COUNT TO WS-COUNT-DISP
            MOVE WS-SOON-QTY TO WS-TOTAL-QTY-DISP
            MOVE WS-SOON-VALUE TO WS-TOTAL-DISP
            MOVE SPACES TO SHELF-LIFE-LINE
            STRING "EXPIRING BATCHES:  " WS-COUNT-DISP
                   "  QTY " WS-TOTAL-QTY-DISP
                   "  VALUE " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SHELF-LIFE-LINE
            WRITE SHELF-LIFE-LINE.

            END PROGRAM SHELF-LIFE-REPORT.

      * instead of wandering it. The pick-confirmation step is what
      * actually decrements PL-BIN-QTY and PM-QTY-ON-HAND, posting
      * the issue through the shared PARTS-JOURNAL, so bin counts
      * stop drifting from reality. A QUEUED assembly line picks
      * its components instead, exploded from the BOM revision in
      * effect on the pick date, and each of its pick lines names
      * that revision so the kit matches the drawing at the bench.
      * A shelf-life part picks from its dated STOCK-BATCH records
      * instead, earliest expiry first, and nothing past its use-by
      * date is ever listed or confirmed out of a bin. Stock in the
      * VEND bin is out at an outside processor and is never listed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PICK-LIST-GENERATE.

                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT BOM ASSIGN TO "BOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-BOM-KEY
                FILE STATUS IS WS-BOM-STATUS.

      *     the dated receipt batches of shelf-life parts
            SELECT STOCK-BATCH ASSIGN TO "STOCK-BATCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SB-BATCH-KEY
                FILE STATUS IS WS-BATCH-STATUS.

            SELECT PICK-SORT ASSIGN TO "PICK-SORT.TMP".

            SELECT PICK-LIST ASSIGN TO "PICK-LIST.DAT"
        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  BOM.
            COPY "BOM-RECORD.cpy".

        FD  STOCK-BATCH.
            COPY "STOCK-BATCH-RECORD.cpy".

        SD  PICK-SORT.
        01  PICK-SORT-RECORD.
            05  PS-BIN-CODE          PIC X(4).
            05  PS-ORDER-NO          PIC 9(8).
            05  PS-LINE-NO           PIC 9(3).
            05  PS-PICK-QTY          PIC 9(5).
            05  PS-REVISION          PIC X(2).
            05  PS-EXPIRY-DATE       PIC 9(8).

        FD  PICK-LIST.
        01  PICK-LIST-LINE           PIC X(100).
        01 WS-SHORT-LINES        PIC 9(4).
        01 WS-NEED-QTY           PIC 9(5).
        01 WS-PICK-PART          PIC X(6).
        01 WS-BOM-STATUS         PIC XX.
        01 WS-BOM-EOF            PIC X.
        01 WS-PICK-REV           PIC X(2).
        01 WS-REV-DISP           PIC X(6).
        01 WS-ANSWER             PIC X.

      * shelf-life parts pick by batch, earliest expiry first
        01 WS-BATCH-STATUS       PIC XX.
        01 WS-SHELF-PART         PIC X.
        01 WS-BATCH-OK           PIC X.
        01 WS-USABLE-QTY         PIC 9(5).
        01 WS-DRAW-LEFT          PIC 9(5).
        01 WS-USE-BY-DISP        PIC X(15).

      * pick confirmation entry
        01 WS-CONFIRM-PART.
            05  WS-CONFIRM-PART1     PIC X(3).
            05  WS-CONFIRM-PART2     PIC 9(3).
        01 WS-CONFIRM-BIN        PIC X(4).
        01 WS-CONFIRM-QTY        PIC 9(5).
      * the order the pick was made for, off the printed list - the
      * issue is charged to it on the journal for job costing
        01 WS-CONFIRM-ORDER      PIC 9(8).

      * every quantity movement goes to the PARTS-TRANSACTION
      * journal through the shared PARTS-JOURNAL subprogram
        COPY "PARTS-JOURNAL-PARAMS.cpy".

      * an assembly line's kit comes off the BOM revision in effect
      * on the pick date - see part-revision-lookup.cob
        COPY "REVISION-LOOKUP-PARAMS.cpy".

      * function-level authorization - see operator-maintenance.cob
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * the PART-LOCATION bin that holds everything out at an
      * outside processor - see OUTSIDE-PROCESS-ENTRY
        78 AT-VENDOR-BIN         VALUE "VEND".

      * the shared fiscal posting lock - checked before any master
      * is touched, see period-check.cob
        COPY "PERIOD-CHECK-PARAMS.cpy".
        01 WS-LOCK-STAMP         PIC X(21).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
      *     a posting into a month the bookkeeper closed is
      *     refused up front - the refusal is already on the
      *     exception summary when the answer comes back N
            END-IF
            OPEN INPUT MATERIAL-XREF
            OPEN INPUT PART-LOCATION
            OPEN INPUT BOM
            OPEN INPUT PARTS-MASTER
            OPEN INPUT STOCK-BATCH

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                END-READ
            END-PERFORM

            IF WS-BATCH-STATUS = "00"
                CLOSE STOCK-BATCH
            END-IF
            IF WS-MASTER-STATUS = "00"
                CLOSE PARTS-MASTER
            END-IF
            IF WS-BOM-STATUS = "00"
                CLOSE BOM
            END-IF
            IF WS-LOCATION-STATUS = "00"
                CLOSE PART-LOCATION
            END-IF
            CLOSE WORK-ORDER-LINE.

        RELEASE-LINE-NEED.
            MOVE SPACES TO WS-PICK-REV
            IF WOL-TYPE = "A"
                PERFORM RELEASE-ASSEMBLY-NEEDS
                EXIT PARAGRAPH
            END-IF
      *     triangle stock keeps no plate on file - only circle
      *     lines with a material code pull from the stockroom
            IF WOL-MATERIAL-CODE = SPACES
                ADD 1 TO WS-SHORT-LINES
            END-IF.

        RELEASE-ASSEMBLY-NEEDS.
      *     an assembly kit is every component on the parent's BOM
      *     at the revision that will be built today, times the
      *     build quantity
            IF WS-BOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF WOL-PART-CODE = SPACES
                    OR WOL-BUILD-QTY NOT NUMERIC
                    OR WOL-BUILD-QTY = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WOL-PART-CODE TO RLP-PART-CODE
            MOVE WS-TODAY-DATE TO RLP-AS-OF-DATE
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
            MOVE RLP-REVISION TO WS-PICK-REV

            MOVE WOL-PART-CODE TO BM-PARENT-CODE
            MOVE WS-PICK-REV TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                    ADD 1 TO WS-SHORT-LINES
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-BOM-EOF
            PERFORM UNTIL WS-BOM-EOF = "Y"
                READ BOM NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BOM-EOF
                    NOT AT END
                        IF BM-PARENT-CODE = WOL-PART-CODE
                                AND BM-REVISION = WS-PICK-REV
                            PERFORM RELEASE-COMPONENT-NEED
                        ELSE
                            MOVE "Y" TO WS-BOM-EOF
                        END-IF
                END-READ
            END-PERFORM.

        RELEASE-COMPONENT-NEED.
            MOVE BM-COMPONENT-CODE TO WS-PICK-PART
            COMPUTE WS-NEED-QTY = BM-QTY-PER * WOL-BUILD-QTY
            PERFORM WALK-PART-BINS
            IF WS-NEED-QTY > ZERO
                ADD 1 TO WS-SHORT-LINES
            END-IF.

        WALK-PART-BINS.
      *     bins come back in PL-LOCATION-KEY order, which leads
      *     with the part then the bin code - that IS the bin-walk
      *     order
            PERFORM CHECK-SHELF-LIFE
            IF WS-SHELF-PART = "Y"
                PERFORM WALK-PART-BATCHES
                EXIT PARAGRAPH
            END-IF
            IF WS-LOCATION-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
                    NOT AT END
                        IF PL-PART-CODE = WS-PICK-PART
                            IF PL-BIN-QTY > ZERO
                                    AND PL-BIN-CODE NOT = AT-VENDOR-BIN
                                PERFORM RELEASE-BIN-PICK
                            END-IF
                        ELSE
                END-READ
            END-PERFORM.

        CHECK-SHELF-LIFE.
      *     a part with shelf-life days is picked batch by batch
            MOVE "N" TO WS-SHELF-PART
            IF WS-MASTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PICK-PART TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF PM-SHELF-LIFE-DAYS NUMERIC
                    AND PM-SHELF-LIFE-DAYS > ZERO
                MOVE "Y" TO WS-SHELF-PART
            END-IF.

        WALK-PART-BATCHES.
      *     batches come back in SB-BATCH-KEY order, part then
      *     expiry - starting at today's date steps over everything
      *     already expired, so the first batch read is the earliest
      *     one still usable
            IF WS-BATCH-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PICK-PART TO SB-PART-CODE
            MOVE WS-TODAY-DATE TO SB-EXPIRY-DATE
            MOVE SPACES TO SB-BIN-CODE
            MOVE ZERO TO SB-RECEIPT-DATE SB-PO-NUMBER
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START

            MOVE "N" TO WS-BIN-EOF
            PERFORM UNTIL WS-BIN-EOF = "Y"
                    OR WS-NEED-QTY = ZERO
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BIN-EOF
                    NOT AT END
                        IF SB-PART-CODE = WS-PICK-PART
                            IF SB-STATUS = "A"
                                    AND SB-BATCH-QTY > ZERO
                                    AND SB-BIN-CODE NOT = AT-VENDOR-BIN
                                PERFORM RELEASE-BATCH-PICK
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-BIN-EOF
                        END-IF
                END-READ
            END-PERFORM.

        RELEASE-BATCH-PICK.
            MOVE SB-BIN-CODE TO PS-BIN-CODE
            MOVE WS-PICK-PART TO PS-PART-CODE
            MOVE WOL-ORDER-NO TO PS-ORDER-NO
            MOVE WOL-LINE-NO TO PS-LINE-NO
            MOVE WS-PICK-REV TO PS-REVISION
            MOVE SB-EXPIRY-DATE TO PS-EXPIRY-DATE
            IF SB-BATCH-QTY >= WS-NEED-QTY
                MOVE WS-NEED-QTY TO PS-PICK-QTY
                MOVE ZERO TO WS-NEED-QTY
            ELSE
                MOVE SB-BATCH-QTY TO PS-PICK-QTY
                SUBTRACT SB-BATCH-QTY FROM WS-NEED-QTY
            END-IF
            RELEASE PICK-SORT-RECORD.

        RELEASE-BIN-PICK.
            MOVE PL-BIN-CODE TO PS-BIN-CODE
            MOVE WS-PICK-PART TO PS-PART-CODE
            MOVE WOL-ORDER-NO TO PS-ORDER-NO
            MOVE WOL-LINE-NO TO PS-LINE-NO
            MOVE WS-PICK-REV TO PS-REVISION
            MOVE ZERO TO PS-EXPIRY-DATE
            IF PL-BIN-QTY >= WS-NEED-QTY
                MOVE WS-NEED-QTY TO PS-PICK-QTY
                MOVE ZERO TO WS-NEED-QTY

        WRITE-PICK-LIST.
            OPEN OUTPUT PICK-LIST
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO PICK-LIST-LINE
                WRITE PICK-LIST-LINE
            END-IF

            MOVE SPACES TO PICK-LIST-LINE
            STRING "STOCKROOM PICK LIST - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO PICK-LIST-LINE
            WRITE PICK-LIST-LINE
            MOVE SPACES TO PICK-LIST-LINE
            STRING "BIN   PART     QTY   FOR ORDER/LINE  BUILD"
                   "   USE BY"
                   DELIMITED BY SIZE INTO PICK-LIST-LINE
            WRITE PICK-LIST-LINE

                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        MOVE SPACES TO WS-REV-DISP
                        IF PS-REVISION NOT = SPACES
                            STRING "REV " PS-REVISION
                                   DELIMITED BY SIZE INTO WS-REV-DISP
                        END-IF
                        MOVE SPACES TO WS-USE-BY-DISP
                        IF PS-EXPIRY-DATE > ZERO
                            STRING "USE BY " PS-EXPIRY-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-USE-BY-DISP
                        END-IF
                        MOVE SPACES TO PICK-LIST-LINE
                        STRING PS-BIN-CODE
                               "  " PS-PART-CODE
                               "  " PS-PICK-QTY
                               "  " PS-ORDER-NO "/" PS-LINE-NO
                               "  " WS-REV-DISP
                               "  " WS-USE-BY-DISP
                               DELIMITED BY SIZE
                               INTO PICK-LIST-LINE
                        WRITE PICK-LIST-LINE
            ACCEPT WS-CONFIRM-BIN
            DISPLAY "ENTER QUANTITY PICKED:"
            ACCEPT WS-CONFIRM-QTY
            DISPLAY "ENTER ORDER NUMBER PICKED FOR (8 DIGITS,"
                " 0 IF NONE):"
            ACCEPT WS-CONFIRM-ORDER
            IF WS-CONFIRM-QTY = ZERO
                DISPLAY "NOTHING PICKED"
                EXIT PARAGRAPH
                CLOSE PART-LOCATION
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-BATCH-STOCK
            IF WS-BATCH-OK NOT = "Y"
                CLOSE PART-LOCATION
                EXIT PARAGRAPH
            END-IF

            SUBTRACT WS-CONFIRM-QTY FROM PL-BIN-QTY
            REWRITE PART-LOCATION-RECORD
            CLOSE PART-LOCATION
            IF WS-SHELF-PART = "Y"
                PERFORM DRAW-BATCH-STOCK
            END-IF

            PERFORM POST-ISSUE-TO-MASTER
            DISPLAY "PICK POSTED - " WS-CONFIRM-QTY " OF "
                WS-CONFIRM-PART " FROM BIN " WS-CONFIRM-BIN.

        CHECK-BATCH-STOCK.
      *     a shelf-life part may only leave the bin out of batches
      *     still inside their use-by date - expired stock stays
      *     put for SHELF-LIFE-REPORT to route to scrap
            MOVE "Y" TO WS-BATCH-OK
            MOVE WS-CONFIRM-PART TO WS-PICK-PART
            OPEN INPUT PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "N" TO WS-SHELF-PART
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-SHELF-LIFE
            CLOSE PARTS-MASTER
            IF WS-SHELF-PART NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-USABLE-QTY
            OPEN INPUT STOCK-BATCH
            IF WS-BATCH-STATUS = "00"
                PERFORM START-USABLE-BATCHES
                PERFORM UNTIL WS-BIN-EOF = "Y"
                    READ STOCK-BATCH NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-BIN-EOF
                        NOT AT END
                            IF SB-PART-CODE NOT = WS-CONFIRM-PART
                                MOVE "Y" TO WS-BIN-EOF
                            ELSE
                                IF SB-BIN-CODE = WS-CONFIRM-BIN
                                        AND SB-STATUS = "A"
                                    ADD SB-BATCH-QTY TO WS-USABLE-QTY
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STOCK-BATCH
            END-IF

            IF WS-USABLE-QTY < WS-CONFIRM-QTY
                DISPLAY "ONLY " WS-USABLE-QTY " IN DATE IN BIN "
                    WS-CONFIRM-BIN " - EXPIRED STOCK IS BLOCKED,"
                    " PICK NOT POSTED"
                MOVE "N" TO WS-BATCH-OK
            END-IF.

        START-USABLE-BATCHES.
            MOVE WS-CONFIRM-PART TO SB-PART-CODE
            MOVE WS-TODAY-DATE TO SB-EXPIRY-DATE
            MOVE SPACES TO SB-BIN-CODE
            MOVE ZERO TO SB-RECEIPT-DATE SB-PO-NUMBER
            MOVE "N" TO WS-BIN-EOF
            START STOCK-BATCH KEY >= SB-BATCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-BIN-EOF
            END-START.

        DRAW-BATCH-STOCK.
      *     the picked pieces come off the bin's earliest-expiring
      *     batches; an emptied batch is gone
            OPEN I-O STOCK-BATCH
            IF WS-BATCH-STATUS NOT = "00"
                DISPLAY "STOCK-BATCH NOT AVAILABLE - STATUS "
                    WS-BATCH-STATUS " - BATCHES NOT DRAWN DOWN"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CONFIRM-QTY TO WS-DRAW-LEFT
            PERFORM START-USABLE-BATCHES
            PERFORM UNTIL WS-BIN-EOF = "Y" OR WS-DRAW-LEFT = ZERO
                READ STOCK-BATCH NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-BIN-EOF
                    NOT AT END
                        IF SB-PART-CODE NOT = WS-CONFIRM-PART
                            MOVE "Y" TO WS-BIN-EOF
                        ELSE
                            IF SB-BIN-CODE = WS-CONFIRM-BIN
                                    AND SB-STATUS = "A"
                                PERFORM DRAW-ONE-BATCH
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STOCK-BATCH.

        DRAW-ONE-BATCH.
            IF SB-BATCH-QTY > WS-DRAW-LEFT
                SUBTRACT WS-DRAW-LEFT FROM SB-BATCH-QTY
                MOVE ZERO TO WS-DRAW-LEFT
                REWRITE STOCK-BATCH-RECORD
            ELSE
                SUBTRACT SB-BATCH-QTY FROM WS-DRAW-LEFT
                DELETE STOCK-BATCH RECORD
            END-IF.

        POST-ISSUE-TO-MASTER.
            OPEN I-O PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
            MOVE PM-PART-CODE TO PJ-PART-CODE
            MOVE PM-QTY-ON-HAND TO PJ-AFTER-QTY
            MOVE "PICK-LIST-GENERATE" TO PJ-PROGRAM
            MOVE WS-CONFIRM-ORDER TO PJ-ORDER-NO
            CALL "PARTS-JOURNAL" USING PARTS-JOURNAL-PARAMS.

        MAINTAIN-XREF.

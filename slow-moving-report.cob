      * SLOW-MOVING-REPORT - slow-moving and obsolete inventory with
      * the reserve it calls for. STOCK-VALUATION values everything
      * on hand at standard cost whether it moves or not; this finds
      * each part's last issue (a PARTS-TRANSACTION movement that
      * took quantity off the shelf) and last receipt (a PO-RECEIPT
      * dock entry, or a journal movement that put quantity on),
      * ages the on-hand value by the later of the two into 0-90,
      * 91-180, 181-365, over a year, and never moved, and reserves
      * each bucket at its percentage off the parameter file. A part
      * that is obsolete or superseded (PM-LIFECYCLE / PM-SUPERSEDED-
      * BY) is always called out and reserved at no less than the
      * obsolete percentage however recently it moved. The closing
      * section is purchasing's scrap-or-sell list. Each run's
      * reserve goes on INVENTORY-RESERVE.DAT with the change from
      * the last run, which GL-EXTRACT books as a journal line.
      * Written to SLOW-MOVING-RPT.DAT and captured into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SLOW-MOVING-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT PART-COST ASSIGN TO "PART-COST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PC-PART-CODE
                FILE STATUS IS WS-COST-STATUS.

            SELECT PARTS-TRANSACTION ASSIGN TO "PARTS-TRANSACTION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

            SELECT PO-RECEIPT ASSIGN TO "PO-RECEIPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

            SELECT INVENTORY-RESERVE ASSIGN TO "INVENTORY-RESERVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESERVE-STATUS.

            SELECT SLOW-MOVING-RPT ASSIGN TO "SLOW-MOVING-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  PART-COST.
            COPY "PART-COST-RECORD.cpy".

        FD  PARTS-TRANSACTION.
            COPY "PARTS-TRANSACTION-RECORD.cpy".

        FD  PO-RECEIPT.
            COPY "PO-RECEIPT-RECORD.cpy".

        FD  INVENTORY-RESERVE.
            COPY "INVENTORY-RESERVE-RECORD.cpy".

        FD  SLOW-MOVING-RPT.
        01  SLOW-MOVING-LINE         PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS      PIC XX.
        01 WS-COST-STATUS        PIC XX.
        01 WS-JOURNAL-STATUS     PIC XX.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-RESERVE-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).
        01 WS-TX-DATE            PIC 9(8).
        01 WS-MOVE-DATE          PIC 9(8).
        01 WS-MOVE-DAYS          PIC 9(7).
        01 WS-AGE-DAYS           PIC 9(7).

      * last issue and last receipt per part that has moved - found
      * by a straight walk, as ABC-CLASSIFICATION finds its usage
        78 MAX-MOVED-PARTS       VALUE 500.
        01 WS-MOVED-COUNT        PIC 9(3) VALUE ZERO.
        01 WS-MV-IDX             PIC 9(3).
        01 WS-MV-FOUND           PIC 9(3).
        01 WS-MOVED-TABLE.
            05 WS-MV-ENTRY OCCURS 500 TIMES.
                10 WS-MV-PART        PIC X(6).
                10 WS-MV-LAST-ISSUE  PIC 9(8).
                10 WS-MV-LAST-RECEIPT PIC 9(8).
        01 WS-LOOKUP-PART        PIC X(6).
        01 WS-TABLE-FULL         PIC X VALUE "N".

      * aging buckets - 1 0-90 days, 2 91-180, 3 181-365, 4 over a
      * year, 5 never moved - with the reserve percentage for each
        78 BUCKET-1-DAYS         VALUE 90.
        78 BUCKET-2-DAYS         VALUE 180.
        78 BUCKET-3-DAYS         VALUE 365.
        01 WS-BUCKET             PIC 9.
        01 WS-BUCKET-TABLE.
            05 WS-BK-ENTRY OCCURS 5 TIMES.
                10 WS-BK-PCT         PIC 9(3)V99.
                10 WS-BK-COUNT       PIC 9(5).
                10 WS-BK-VALUE       PIC 9(11)V99.
                10 WS-BK-RESERVE     PIC 9(11)V99.
        01 WS-BK-IDX             PIC 9.
        01 WS-BUCKET-NAME        PIC X(12).
        01 WS-OBSOLETE-PCT       PIC 9(3)V99.

      * the part in hand
        01 WS-LAST-ISSUE         PIC 9(8).
        01 WS-LAST-RECEIPT       PIC 9(8).
        01 WS-UNIT-COST          PIC 9(5)V99.
        01 WS-PART-VALUE         PIC 9(9)V99.
        01 WS-PART-PCT           PIC 9(3)V99.
        01 WS-PART-RESERVE       PIC 9(9)V99.
        01 WS-DEAD-PART          PIC X.
        01 WS-FLAG-TEXT          PIC X(22).

      * run totals
        01 WS-ONHAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
        01 WS-RESERVE-TOTAL      PIC 9(11)V99 VALUE ZERO.
        01 WS-PRIOR-TOTAL        PIC 9(11)V99 VALUE ZERO.
        01 WS-OBSOLETE-VALUE     PIC 9(11)V99 VALUE ZERO.
        01 WS-OBSOLETE-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-UNPRICED-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-SCRAP-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-SCRAP-VALUE        PIC 9(11)V99 VALUE ZERO.

        01 WS-QTY-DISP           PIC ZZZZ9.
        01 WS-VALUE-DISP         PIC ZZZZZZZZ9.99.
        01 WS-PCT-DISP           PIC ZZ9.99.
        01 WS-RESERVE-DISP       PIC ZZZZZZZZ9.99.
        01 WS-TOTAL-DISP         PIC ZZZZZZZZZZ9.99.
        01 WS-ADJUST-DISP        PIC ZZZZZZZZZZ9.99-.
        01 WS-DATE-DISP          PIC X(8).
        01 WS-DATE-DISP-2        PIC X(8).

      * reserve percentages off the parameter file - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog so last
      * month's reserve working can be reprinted - see
      * report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "SLOW-MOVING-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            OPEN INPUT PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "PARTS-MASTER NOT AVAILABLE - STATUS "
                    WS-MASTER-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            CLOSE PARTS-MASTER

            PERFORM LOAD-RESERVE-PERCENTAGES
            PERFORM GATHER-JOURNAL-MOVEMENTS
            PERFORM GATHER-DOCK-RECEIPTS
            PERFORM READ-PRIOR-RESERVE

            OPEN INPUT PART-COST
            OPEN OUTPUT SLOW-MOVING-RPT
            PERFORM WRITE-REPORT-HEADER

            OPEN INPUT PARTS-MASTER
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PM-QTY-ON-HAND > ZERO
                            PERFORM AGE-ONE-PART
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTS-MASTER

            PERFORM WRITE-BUCKET-TOTALS
            PERFORM WRITE-SCRAP-OR-SELL-LIST

            IF WS-COST-STATUS = "00"
                CLOSE PART-COST
            END-IF
            CLOSE SLOW-MOVING-RPT
            PERFORM LOG-RESERVE

            MOVE "SLOW-MOVING-REPORT" TO SPP-REPORT-NAME
            MOVE "SLOW-MOVING-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-SCRAP-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE WS-RESERVE-TOTAL TO WS-TOTAL-DISP
            DISPLAY "SLOW-MOVING REPORT WRITTEN TO SLOW-MOVING-RPT.DAT"
                " - RESERVE " WS-TOTAL-DISP
            GOBACK.

        LOAD-RESERVE-PERCENTAGES.
            MOVE ZERO TO WS-BUCKET-TABLE

            MOVE "SLOW-RSV-PCT-0-90" TO SPL-PARAM-KEY
            MOVE "RESERVE % ON STOCK MOVED IN 90 DAYS"
                TO SPL-DESCRIPTION
            MOVE ZERO TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-BK-PCT(1)

            MOVE "SLOW-RSV-PCT-91-180" TO SPL-PARAM-KEY
            MOVE "RESERVE % ON STOCK IDLE 91-180 DAYS"
                TO SPL-DESCRIPTION
            MOVE 10 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-BK-PCT(2)

            MOVE "SLOW-RSV-PCT-181-365" TO SPL-PARAM-KEY
            MOVE "RESERVE % ON STOCK IDLE 181-365 DAYS"
                TO SPL-DESCRIPTION
            MOVE 25 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-BK-PCT(3)

            MOVE "SLOW-RSV-PCT-OVER-1Y" TO SPL-PARAM-KEY
            MOVE "RESERVE % ON STOCK IDLE OVER A YEAR"
                TO SPL-DESCRIPTION
            MOVE 50 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-BK-PCT(4)

            MOVE "SLOW-RSV-PCT-NO-MOVE" TO SPL-PARAM-KEY
            MOVE "RESERVE % ON STOCK THAT NEVER MOVED"
                TO SPL-DESCRIPTION
            MOVE 100 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-BK-PCT(5)

            MOVE "OBSOLETE-RSV-PCT" TO SPL-PARAM-KEY
            MOVE "MINIMUM RESERVE % ON OBSOLETE/SUPERSEDED"
                TO SPL-DESCRIPTION
            MOVE 100 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-OBSOLETE-PCT.

        GATHER-JOURNAL-MOVEMENTS.
      *     quantity off the shelf is an issue, quantity on is a
      *     receipt (intake scans and count corrections included)
            OPEN INPUT PARTS-TRANSACTION
            IF WS-JOURNAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-TRANSACTION
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM NOTE-ONE-MOVEMENT
                END-READ
            END-PERFORM
            CLOSE PARTS-TRANSACTION.

        NOTE-ONE-MOVEMENT.
            IF PT-AFTER-QTY = PT-BEFORE-QTY
                EXIT PARAGRAPH
            END-IF
            MOVE PT-TIMESTAMP(1:8) TO WS-TX-DATE
            IF WS-TX-DATE NOT NUMERIC OR WS-TX-DATE = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE PT-PART-CODE TO WS-LOOKUP-PART
            PERFORM FIND-MOVED-PART
            IF WS-MV-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            IF PT-AFTER-QTY < PT-BEFORE-QTY
                IF WS-TX-DATE > WS-MV-LAST-ISSUE(WS-MV-FOUND)
                    MOVE WS-TX-DATE TO WS-MV-LAST-ISSUE(WS-MV-FOUND)
                END-IF
            ELSE
                IF WS-TX-DATE > WS-MV-LAST-RECEIPT(WS-MV-FOUND)
                    MOVE WS-TX-DATE
                        TO WS-MV-LAST-RECEIPT(WS-MV-FOUND)
                END-IF
            END-IF.

        GATHER-DOCK-RECEIPTS.
            OPEN INPUT PO-RECEIPT
            IF WS-RECEIPT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PO-RECEIPT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PR-RECEIVE-DATE IS NUMERIC
                                AND PR-RECEIVE-DATE NOT = ZERO
                                AND PR-RECEIVED-QTY > ZERO
                            MOVE PR-PART-CODE TO WS-LOOKUP-PART
                            PERFORM FIND-MOVED-PART
                            IF WS-MV-FOUND > ZERO
                                IF PR-RECEIVE-DATE >
                                    WS-MV-LAST-RECEIPT(WS-MV-FOUND)
                                    MOVE PR-RECEIVE-DATE TO
                                     WS-MV-LAST-RECEIPT(WS-MV-FOUND)
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PO-RECEIPT.

        FIND-MOVED-PART.
      *     WS-MV-FOUND is the row for WS-LOOKUP-PART, added if new;
      *     zero only once the table is full
            MOVE ZERO TO WS-MV-FOUND
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                    UNTIL WS-MV-IDX > WS-MOVED-COUNT
                       OR WS-MV-FOUND > ZERO
                IF WS-MV-PART(WS-MV-IDX) = WS-LOOKUP-PART
                    MOVE WS-MV-IDX TO WS-MV-FOUND
                END-IF
            END-PERFORM
            IF WS-MV-FOUND = ZERO
                IF WS-MOVED-COUNT < MAX-MOVED-PARTS
                    ADD 1 TO WS-MOVED-COUNT
                    MOVE WS-MOVED-COUNT TO WS-MV-FOUND
                    MOVE WS-LOOKUP-PART TO WS-MV-PART(WS-MV-FOUND)
                    MOVE ZERO TO WS-MV-LAST-ISSUE(WS-MV-FOUND)
                    MOVE ZERO TO WS-MV-LAST-RECEIPT(WS-MV-FOUND)
                ELSE
                    MOVE "Y" TO WS-TABLE-FULL
                END-IF
            END-IF.

        READ-PRIOR-RESERVE.
      *     the last run's reserve is what the ledger holds now
            OPEN INPUT INVENTORY-RESERVE
            IF WS-RESERVE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INVENTORY-RESERVE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE RV-RESERVE-TOTAL TO WS-PRIOR-TOTAL
                END-READ
            END-PERFORM
            CLOSE INVENTORY-RESERVE.

        CLASSIFY-PART.
      *     shared by both passes - last movement, bucket, value and
      *     reserve for the PARTS-MASTER record in hand
            MOVE ZERO TO WS-LAST-ISSUE WS-LAST-RECEIPT
            MOVE PM-PART-CODE TO WS-LOOKUP-PART
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                    UNTIL WS-MV-IDX > WS-MOVED-COUNT
                IF WS-MV-PART(WS-MV-IDX) = WS-LOOKUP-PART
                    MOVE WS-MV-LAST-ISSUE(WS-MV-IDX) TO WS-LAST-ISSUE
                    MOVE WS-MV-LAST-RECEIPT(WS-MV-IDX)
                        TO WS-LAST-RECEIPT
                END-IF
            END-PERFORM
            MOVE WS-LAST-ISSUE TO WS-MOVE-DATE
            IF WS-LAST-RECEIPT > WS-MOVE-DATE
                MOVE WS-LAST-RECEIPT TO WS-MOVE-DATE
            END-IF

            IF WS-MOVE-DATE = ZERO
                MOVE 5 TO WS-BUCKET
            ELSE
                COMPUTE WS-MOVE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-MOVE-DATE)
                MOVE ZERO TO WS-AGE-DAYS
                IF WS-TODAY-DAYS > WS-MOVE-DAYS
                    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-MOVE-DAYS
                END-IF
                EVALUATE TRUE
                    WHEN WS-AGE-DAYS <= BUCKET-1-DAYS
                        MOVE 1 TO WS-BUCKET
                    WHEN WS-AGE-DAYS <= BUCKET-2-DAYS
                        MOVE 2 TO WS-BUCKET
                    WHEN WS-AGE-DAYS <= BUCKET-3-DAYS
                        MOVE 3 TO WS-BUCKET
                    WHEN OTHER
                        MOVE 4 TO WS-BUCKET
                END-EVALUATE
            END-IF

            MOVE "N" TO WS-DEAD-PART
            IF PM-LIFECYCLE = "O" OR PM-SUPERSEDED-BY NOT = SPACES
                MOVE "Y" TO WS-DEAD-PART
            END-IF
            MOVE WS-BK-PCT(WS-BUCKET) TO WS-PART-PCT
            IF WS-DEAD-PART = "Y" AND WS-OBSOLETE-PCT > WS-PART-PCT
                MOVE WS-OBSOLETE-PCT TO WS-PART-PCT
            END-IF

            MOVE ZERO TO WS-UNIT-COST WS-PART-VALUE WS-PART-RESERVE
            IF WS-COST-STATUS = "00"
                MOVE PM-PART-CODE TO PC-PART-CODE
                READ PART-COST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PC-UNIT-COST TO WS-UNIT-COST
                END-READ
            END-IF
            COMPUTE WS-PART-VALUE ROUNDED =
                PM-QTY-ON-HAND * WS-UNIT-COST
            COMPUTE WS-PART-RESERVE ROUNDED =
                WS-PART-VALUE * WS-PART-PCT / 100

            EVALUATE WS-BUCKET
                WHEN 1
                    MOVE "0-90" TO WS-BUCKET-NAME
                WHEN 2
                    MOVE "91-180" TO WS-BUCKET-NAME
                WHEN 3
                    MOVE "181-365" TO WS-BUCKET-NAME
                WHEN 4
                    MOVE "OVER 1 YEAR" TO WS-BUCKET-NAME
                WHEN OTHER
                    MOVE "NEVER MOVED" TO WS-BUCKET-NAME
            END-EVALUATE

            MOVE SPACES TO WS-FLAG-TEXT
            EVALUATE TRUE
                WHEN WS-UNIT-COST = ZERO
                    MOVE "** NO COST ON FILE **" TO WS-FLAG-TEXT
                WHEN PM-LIFECYCLE = "O"
                    MOVE "** OBSOLETE **" TO WS-FLAG-TEXT
                WHEN PM-SUPERSEDED-BY NOT = SPACES
                    MOVE "** SUPERSEDED **" TO WS-FLAG-TEXT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        AGE-ONE-PART.
            PERFORM CLASSIFY-PART
            IF WS-UNIT-COST = ZERO
                ADD 1 TO WS-UNPRICED-COUNT
            END-IF
            ADD 1 TO WS-BK-COUNT(WS-BUCKET)
            ADD WS-PART-VALUE TO WS-BK-VALUE(WS-BUCKET)
            ADD WS-PART-RESERVE TO WS-BK-RESERVE(WS-BUCKET)
            ADD WS-PART-VALUE TO WS-ONHAND-TOTAL
            ADD WS-PART-RESERVE TO WS-RESERVE-TOTAL
            IF WS-DEAD-PART = "Y"
                ADD 1 TO WS-OBSOLETE-COUNT
                ADD WS-PART-VALUE TO WS-OBSOLETE-VALUE
            END-IF

            MOVE PM-QTY-ON-HAND TO WS-QTY-DISP
            MOVE WS-PART-VALUE TO WS-VALUE-DISP
            MOVE WS-PART-PCT TO WS-PCT-DISP
            MOVE WS-PART-RESERVE TO WS-RESERVE-DISP
            PERFORM FORMAT-MOVE-DATES
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING PM-PART-CODE " " WS-QTY-DISP " " WS-VALUE-DISP
                   " " WS-DATE-DISP " " WS-DATE-DISP-2
                   " " WS-BUCKET-NAME " " WS-PCT-DISP
                   " " WS-RESERVE-DISP " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE.

        FORMAT-MOVE-DATES.
            MOVE "  NEVER " TO WS-DATE-DISP WS-DATE-DISP-2
            IF WS-LAST-ISSUE NOT = ZERO
                MOVE WS-LAST-ISSUE TO WS-DATE-DISP
            END-IF
            IF WS-LAST-RECEIPT NOT = ZERO
                MOVE WS-LAST-RECEIPT TO WS-DATE-DISP-2
            END-IF.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "SLOW-MOVING AND OBSOLETE INVENTORY - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE SPACES TO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "PART     QTY     ON-HAND $ LAST-ISS LAST-REC "
                   "IDLE DAYS     RSV %     RESERVE $"
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE.

        WRITE-BUCKET-TOTALS.
            MOVE SPACES TO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "AGING SUMMARY       PARTS      ON-HAND $"
                   "  RSV %       RESERVE $"
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
                MOVE WS-BK-IDX TO WS-BUCKET
                EVALUATE WS-BUCKET
                    WHEN 1
                        MOVE "0-90" TO WS-BUCKET-NAME
                    WHEN 2
                        MOVE "91-180" TO WS-BUCKET-NAME
                    WHEN 3
                        MOVE "181-365" TO WS-BUCKET-NAME
                    WHEN 4
                        MOVE "OVER 1 YEAR" TO WS-BUCKET-NAME
                    WHEN OTHER
                        MOVE "NEVER MOVED" TO WS-BUCKET-NAME
                END-EVALUATE
                MOVE WS-BK-COUNT(WS-BK-IDX) TO WS-QTY-DISP
                MOVE WS-BK-VALUE(WS-BK-IDX) TO WS-TOTAL-DISP
                MOVE WS-BK-PCT(WS-BK-IDX) TO WS-PCT-DISP
                MOVE WS-BK-RESERVE(WS-BK-IDX) TO WS-ADJUST-DISP
                MOVE SPACES TO SLOW-MOVING-LINE
                STRING "  " WS-BUCKET-NAME "    " WS-QTY-DISP " "
                       WS-TOTAL-DISP " " WS-PCT-DISP " "
                       WS-ADJUST-DISP
                       DELIMITED BY SIZE INTO SLOW-MOVING-LINE
                WRITE SLOW-MOVING-LINE
            END-PERFORM

            MOVE WS-OBSOLETE-VALUE TO WS-TOTAL-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "OBSOLETE/SUPERSEDED: " WS-OBSOLETE-COUNT
                   " PARTS, ON-HAND " WS-TOTAL-DISP
                   " - RESERVED AT NO LESS THAN " WS-OBSOLETE-PCT
                   "%"
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE WS-ONHAND-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "TOTAL ON-HAND VALUE:  " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE WS-RESERVE-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "RESERVE REQUIRED:     " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE WS-PRIOR-TOTAL TO WS-TOTAL-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "RESERVE BOOKED PRIOR: " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            COMPUTE RV-ADJUSTMENT = WS-RESERVE-TOTAL - WS-PRIOR-TOTAL
            MOVE RV-ADJUSTMENT TO WS-ADJUST-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "ADJUSTMENT TO GL:    " WS-ADJUST-DISP
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            IF WS-UNPRICED-COUNT NOT = ZERO
                MOVE SPACES TO SLOW-MOVING-LINE
                STRING "PARTS WITH NO COST ON FILE (NOT VALUED): "
                       WS-UNPRICED-COUNT
                       DELIMITED BY SIZE INTO SLOW-MOVING-LINE
                WRITE SLOW-MOVING-LINE
            END-IF
            IF WS-TABLE-FULL = "Y"
                MOVE SPACES TO SLOW-MOVING-LINE
                STRING "** MOVEMENT TABLE FULL - LATER PARTS SHOW AS"
                       " NEVER MOVED **"
                       DELIMITED BY SIZE INTO SLOW-MOVING-LINE
                WRITE SLOW-MOVING-LINE
            END-IF.

        WRITE-SCRAP-OR-SELL-LIST.
      *     purchasing's working list - every obsolete or superseded
      *     part still on the shelf, and everything idle a year or
      *     more, with what it would replace and what it is worth
            MOVE SPACES TO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "===== SCRAP-OR-SELL LIST ====="
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "PART     QTY     ON-HAND $ IDLE         "
                   "REPLACED BY REASON"
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE

            OPEN INPUT PARTS-MASTER
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PM-QTY-ON-HAND > ZERO
                            PERFORM LIST-SCRAP-CANDIDATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTS-MASTER

            MOVE WS-SCRAP-VALUE TO WS-TOTAL-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING "SCRAP-OR-SELL CANDIDATES: " WS-SCRAP-COUNT
                   "   ON-HAND VALUE " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE.

        LIST-SCRAP-CANDIDATE.
            PERFORM CLASSIFY-PART
            IF WS-DEAD-PART = "N" AND WS-BUCKET < 4
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SCRAP-COUNT
            ADD WS-PART-VALUE TO WS-SCRAP-VALUE
            IF WS-FLAG-TEXT = SPACES
                MOVE "IDLE - NO DEMAND" TO WS-FLAG-TEXT
            END-IF
            MOVE PM-QTY-ON-HAND TO WS-QTY-DISP
            MOVE WS-PART-VALUE TO WS-VALUE-DISP
            MOVE SPACES TO SLOW-MOVING-LINE
            STRING PM-PART-CODE " " WS-QTY-DISP " " WS-VALUE-DISP
                   " " WS-BUCKET-NAME " " PM-SUPERSEDED-BY
                   "      " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO SLOW-MOVING-LINE
            WRITE SLOW-MOVING-LINE.

        LOG-RESERVE.
      *     runs accumulate - OPEN EXTEND with the OPEN OUTPUT
      *     fallback the first time, as AUDIT-LOG does
            MOVE WS-TODAY-DATE TO RV-RUN-DATE
            MOVE WS-ONHAND-TOTAL TO RV-ONHAND-VALUE
            MOVE WS-RESERVE-TOTAL TO RV-RESERVE-TOTAL
            MOVE WS-PRIOR-TOTAL TO RV-PRIOR-TOTAL
            COMPUTE RV-ADJUSTMENT = WS-RESERVE-TOTAL - WS-PRIOR-TOTAL
            OPEN EXTEND INVENTORY-RESERVE
            IF WS-RESERVE-STATUS = "05" OR WS-RESERVE-STATUS = "35"
                CLOSE INVENTORY-RESERVE
                OPEN OUTPUT INVENTORY-RESERVE
            END-IF
            WRITE INVENTORY-RESERVE-RECORD
            CLOSE INVENTORY-RESERVE.

            END PROGRAM SLOW-MOVING-REPORT.

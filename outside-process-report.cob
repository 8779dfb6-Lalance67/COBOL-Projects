      * outside processing report by vendor - every subcontract PO
      * OUTSIDE-PROCESS-ENTRY raised that PO-RECEIVING has not yet
      * closed, so production control can see what is sitting at
      * each plater, grinder and heat treater, which work order and
      * lot it belongs to, how much of it is still out, what it is
      * worth at the agreed charge, and how many working days past
      * its due-back date (PO-DUE-DATE) it is. Written to
      * OUTSIDE-PROCESS-RPT.DAT in the OPEN-PO-REPORT layout.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OUTSIDE-PROCESS-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

            SELECT OP-WORK ASSIGN TO "OUTSIDE-PROCESS-WORK.TMP".

            SELECT OUTSIDE-RPT ASSIGN TO "OUTSIDE-PROCESS-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        SD  OP-WORK.
        01  OP-WORK-RECORD.
            05  OW-VENDOR-CODE       PIC X(6).
            05  OW-DUE-DATE          PIC 9(8).
            05  OW-PO-NUMBER         PIC 9(8).
            05  OW-PART-CODE         PIC X(6).
            05  OW-PROCESS           PIC X(4).
            05  OW-WORK-ORDER        PIC 9(8).
            05  OW-LOT-NUMBER        PIC 9(6).
            05  OW-SENT-QTY          PIC 9(5).
            05  OW-RETURNED-QTY      PIC 9(5).
            05  OW-UNIT-PRICE        PIC 9(5)V99.

        FD  OUTSIDE-RPT.
        01  OUTSIDE-LINE             PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-PO-STATUS          PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-OVERDUE-DAYS       PIC S9(5).
        01 WS-STILL-OUT          PIC 9(5).
        01 WS-OUT-VALUE          PIC 9(9)V99.
        01 WS-VENDOR-VALUE       PIC 9(9)V99.
        01 WS-TOTAL-VALUE        PIC 9(9)V99 VALUE ZERO.
        01 WS-CURRENT-VENDOR     PIC X(6) VALUE SPACES.
        01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-QTY-DISP           PIC ZZZZ9.
        01 WS-SENT-DISP          PIC ZZZZ9.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-OVERDUE-DISP       PIC ZZZZ9.
        01 WS-VALUE-DISP         PIC ZZZ,ZZZ,ZZ9.99.

      * overdue counts run through the shared business-day calendar
      * the same as OPEN-PO-REPORT's
        COPY "DATE-SERVICE-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN OUTPUT OUTSIDE-RPT
            MOVE SPACES TO OUTSIDE-LINE
            STRING "OUTSIDE PROCESSING AT VENDORS - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            MOVE SPACES TO OUTSIDE-LINE
            WRITE OUTSIDE-LINE

            SORT OP-WORK
                ON ASCENDING KEY OW-VENDOR-CODE
                ON ASCENDING KEY OW-DUE-DATE
                ON ASCENDING KEY OW-PO-NUMBER
                INPUT PROCEDURE IS PULL-OUTSIDE-POS
                OUTPUT PROCEDURE IS REPORT-OUTSIDE-POS

            IF WS-CURRENT-VENDOR NOT = SPACES
                PERFORM WRITE-VENDOR-TOTAL
            END-IF

            MOVE SPACES TO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO OUTSIDE-LINE
            STRING "OPEN OUTSIDE PROCESSING POS: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO OUTSIDE-LINE
            STRING "OVERDUE BACK FROM VENDOR:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            MOVE WS-TOTAL-VALUE TO WS-VALUE-DISP
            MOVE SPACES TO OUTSIDE-LINE
            STRING "CHARGES STILL TO COME:  " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            CLOSE OUTSIDE-RPT

            DISPLAY "OUTSIDE PROCESSING REPORT WRITTEN - OPEN: "
                WS-OPEN-COUNT " OVERDUE: " WS-OVERDUE-COUNT
            GOBACK.

        PULL-OUTSIDE-POS.
            OPEN INPUT PURCHASE-ORDER
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "PURCHASE-ORDER NOT AVAILABLE - STATUS "
                    WS-PO-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL WS-EOF = "Y"
                READ PURCHASE-ORDER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PO-TYPE = "O" AND PO-STATUS NOT = "CLSD"
                            PERFORM RELEASE-OUTSIDE-PO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER.

        RELEASE-OUTSIDE-PO.
            IF PO-RECEIVED-QTY NOT NUMERIC
                MOVE ZERO TO PO-RECEIVED-QTY
            END-IF
            IF PO-UNIT-PRICE NOT NUMERIC
                MOVE ZERO TO PO-UNIT-PRICE
            END-IF
            MOVE PO-VENDOR-CODE TO OW-VENDOR-CODE
            MOVE PO-DUE-DATE TO OW-DUE-DATE
            MOVE PO-NUMBER TO OW-PO-NUMBER
            MOVE PO-PART-CODE TO OW-PART-CODE
            MOVE PO-PROCESS TO OW-PROCESS
            MOVE PO-WORK-ORDER TO OW-WORK-ORDER
            MOVE PO-LOT-NUMBER TO OW-LOT-NUMBER
            MOVE PO-ORDER-QTY TO OW-SENT-QTY
            MOVE PO-RECEIVED-QTY TO OW-RETURNED-QTY
            MOVE PO-UNIT-PRICE TO OW-UNIT-PRICE
            RELEASE OP-WORK-RECORD.

        REPORT-OUTSIDE-POS.
            OPEN INPUT VENDOR-MASTER

            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN OP-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM REPORT-ONE-OUTSIDE-PO
                END-RETURN
            END-PERFORM

            IF WS-VENDOR-STATUS = "00"
                CLOSE VENDOR-MASTER
            END-IF.

        REPORT-ONE-OUTSIDE-PO.
            IF OW-VENDOR-CODE NOT = WS-CURRENT-VENDOR
                IF WS-CURRENT-VENDOR NOT = SPACES
                    PERFORM WRITE-VENDOR-TOTAL
                END-IF
                MOVE OW-VENDOR-CODE TO WS-CURRENT-VENDOR
                PERFORM WRITE-VENDOR-HEADER
            END-IF

      *     working days past the due-back date - zero or less is
      *     not yet due
            MOVE "C" TO DSP-FUNCTION
            MOVE OW-DUE-DATE TO DSP-DATE-1
            MOVE WS-TODAY-DATE TO DSP-DATE-2
            MOVE ZERO TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            MOVE DSP-DAY-COUNT TO WS-OVERDUE-DAYS

            COMPUTE WS-STILL-OUT = OW-SENT-QTY - OW-RETURNED-QTY
            COMPUTE WS-OUT-VALUE = WS-STILL-OUT * OW-UNIT-PRICE
            ADD WS-OUT-VALUE TO WS-VENDOR-VALUE
            ADD WS-OUT-VALUE TO WS-TOTAL-VALUE

            MOVE OW-SENT-QTY TO WS-SENT-DISP
            MOVE WS-STILL-OUT TO WS-QTY-DISP
            MOVE WS-OUT-VALUE TO WS-VALUE-DISP
            MOVE SPACES TO OUTSIDE-LINE
            IF WS-OVERDUE-DAYS > ZERO
                MOVE WS-OVERDUE-DAYS TO WS-OVERDUE-DISP
                STRING "  PO " OW-PO-NUMBER
                       " " OW-PROCESS
                       " ORDER " OW-WORK-ORDER
                       " LOT " OW-LOT-NUMBER
                       " PART " OW-PART-CODE
                       " SENT " WS-SENT-DISP
                       " OUT " WS-QTY-DISP
                       " " WS-VALUE-DISP
                       " DUE " OW-DUE-DATE
                       " OVERDUE " WS-OVERDUE-DISP " DAYS"
                       DELIMITED BY SIZE INTO OUTSIDE-LINE
                ADD 1 TO WS-OVERDUE-COUNT
            ELSE
                STRING "  PO " OW-PO-NUMBER
                       " " OW-PROCESS
                       " ORDER " OW-WORK-ORDER
                       " LOT " OW-LOT-NUMBER
                       " PART " OW-PART-CODE
                       " SENT " WS-SENT-DISP
                       " OUT " WS-QTY-DISP
                       " " WS-VALUE-DISP
                       " DUE " OW-DUE-DATE
                       DELIMITED BY SIZE INTO OUTSIDE-LINE
            END-IF
            WRITE OUTSIDE-LINE
            ADD 1 TO WS-OPEN-COUNT.

        WRITE-VENDOR-HEADER.
            MOVE ZERO TO WS-VENDOR-VALUE
            MOVE SPACES TO VN-VENDOR-NAME
            IF WS-VENDOR-STATUS = "00"
                MOVE WS-CURRENT-VENDOR TO VN-VENDOR-CODE
                READ VENDOR-MASTER
                    INVALID KEY
                        MOVE SPACES TO VN-VENDOR-NAME
                END-READ
            END-IF

            MOVE SPACES TO OUTSIDE-LINE
            WRITE OUTSIDE-LINE
            MOVE SPACES TO OUTSIDE-LINE
            STRING "VENDOR " WS-CURRENT-VENDOR
                   " " VN-VENDOR-NAME
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE.

        WRITE-VENDOR-TOTAL.
            MOVE WS-VENDOR-VALUE TO WS-VALUE-DISP
            MOVE SPACES TO OUTSIDE-LINE
            STRING "  AT " WS-CURRENT-VENDOR
                   " - CHARGES STILL TO COME " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO OUTSIDE-LINE
            WRITE OUTSIDE-LINE.

            END PROGRAM OUTSIDE-PROCESS-REPORT.

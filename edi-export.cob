      * EDI-EXPORT - the outbound electronic-document run for the
      * customers who want their paperwork sent instead of mailed
      * (CU-EDI-FLAG on CUSTOMER-MASTER). Every SHIPPING-LOG entry
      * SHIP-CONFIRM has written becomes a ship notice carrying the
      * carrier, the SL-REFERENCE, and the lines and quantities
      * shipped; every INVOICE-REGISTER entry INVOICE-GENERATE (or
      * RMA-ENTRY, for a credit memo) has posted becomes an invoice
      * document with its billed lines, tax and total. The day's
      * documents go out together in one fixed-format transmission,
      * EDI-OUTBOUND.DAT (see EDI-TRANSMISSION-RECORD.cpy), opened by
      * a header and closed by a trailer of control totals. Each
      * document sent is written to EDI-TRANSMIT-LOG with the
      * transmission it went on - the proof we need when a customer
      * charges us back for a document it says never came - and a
      * document already on the log is never sent twice, so a
      * missed night simply catches up on the next run. The run's
      * listing goes to EDI-TRANSMIT-RPT.DAT. Nothing is built on
      * the training sandbox - practice orders never reach a
      * customer's mailbox.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EDI-EXPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SHIPPING-LOG ASSIGN TO "SHIPPING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHIPLOG-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT EDI-OUTBOUND ASSIGN TO "EDI-OUTBOUND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTBOUND-STATUS.

            SELECT EDI-TRANSMIT-LOG ASSIGN TO "EDI-TRANSMIT-LOG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EL-DOC-KEY
                FILE STATUS IS WS-EDILOG-STATUS.

            SELECT EDI-REPORT ASSIGN TO "EDI-TRANSMIT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SHIPPING-LOG.
            COPY "SHIPPING-LOG-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  EDI-OUTBOUND.
            COPY "EDI-TRANSMISSION-RECORD.cpy".

        FD  EDI-TRANSMIT-LOG.
            COPY "EDI-TRANSMIT-LOG-RECORD.cpy".

        FD  EDI-REPORT.
        01  EDI-REPORT-LINE          PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-SHIPLOG-STATUS     PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-OUTBOUND-STATUS    PIC XX.
        01 WS-EDILOG-STATUS      PIC XX.
        01 WS-REPORT-STATUS      PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-LINE-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-TIME           PIC 9(6).

      * the transmission opens on the first document found, so a
      * night with nothing to send leaves no empty file and burns no
      * transmission number
        01 WS-TRANSMIT-OPEN      PIC X VALUE "N".
        01 WS-TICKET-NO          PIC 9(8).

      * the customer behind the document in hand
        01 WS-EDI-OK             PIC X.
        01 WS-PARTNER-ID         PIC X(15).
        01 WS-START-DATE         PIC 9(8).

      * the document in hand
        01 WS-DOC-TYPE           PIC X(2).
        01 WS-DOC-LINES          PIC 9(5).
        01 WS-SHIP-ORDER-NO      PIC 9(8).
        01 WS-LINE-QTY           PIC 9(5).

      * trailer control totals
        01 WS-RECORD-COUNT       PIC 9(7) VALUE ZERO.
        01 WS-SHIP-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-INVOICE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-LINES        PIC 9(7) VALUE ZERO.
        01 WS-AMOUNT-TOTAL       PIC 9(11)V99 VALUE ZERO.
        01 WS-DOC-COUNT          PIC 9(5) VALUE ZERO.

        01 WS-AMOUNT-DISP        PIC ZZZZZZZZ9.99.
        01 WS-HASH-DISP          PIC ZZZZZZZZZZ9.99.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-LINES-DISP         PIC ZZZZZZ9.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * which data set this run is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
                DISPLAY "EDI EXPORT DOES NOT RUN ON TRAINING DATA"
                GOBACK
            END-IF

            MOVE "EDI-EXPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
            MOVE WS-RUN-TIMESTAMP(9:6) TO WS-RUN-TIME

            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUSTOMER-STATUS NOT = "00"
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                    WS-CUSTOMER-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN INPUT WORK-ORDER
            OPEN INPUT WORK-ORDER-LINE
            PERFORM OPEN-TRANSMIT-LOG

            OPEN OUTPUT EDI-REPORT
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "EDI TRANSMISSION LISTING   RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE SPACES TO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE

            PERFORM EXPORT-SHIP-NOTICES
            PERFORM EXPORT-INVOICES

            IF WS-TRANSMIT-OPEN = "Y"
                PERFORM FINISH-TRANSMISSION
            ELSE
                MOVE SPACES TO EDI-REPORT-LINE
                STRING "NO ELECTRONIC DOCUMENTS TO SEND"
                       DELIMITED BY SIZE INTO EDI-REPORT-LINE
                WRITE EDI-REPORT-LINE
                DISPLAY "EDI-EXPORT - NO ELECTRONIC DOCUMENTS TO SEND"
            END-IF

            CLOSE EDI-REPORT
            CLOSE EDI-TRANSMIT-LOG
            CLOSE WORK-ORDER-LINE
            CLOSE WORK-ORDER
            CLOSE CUSTOMER-MASTER

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-DOC-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        OPEN-TRANSMIT-LOG.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O EDI-TRANSMIT-LOG
            IF WS-EDILOG-STATUS = "35"
                OPEN OUTPUT EDI-TRANSMIT-LOG
                CLOSE EDI-TRANSMIT-LOG
                OPEN I-O EDI-TRANSMIT-LOG
            END-IF.

        EXPORT-SHIP-NOTICES.
            OPEN INPUT SHIPPING-LOG
            IF WS-SHIPLOG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SHIPPING-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CONSIDER-SHIP-NOTICE
                END-READ
            END-PERFORM
            CLOSE SHIPPING-LOG.

        CONSIDER-SHIP-NOTICE.
            MOVE SL-CUSTOMER-CODE TO CU-CUSTOMER-CODE
            PERFORM LOOKUP-EDI-CUSTOMER
            IF WS-EDI-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF SL-SHIP-DATE < WS-START-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE "SN" TO WS-DOC-TYPE
            MOVE SL-ORDER-NO TO EL-DOC-NO
            PERFORM CHECK-ALREADY-SENT
            IF WS-EDI-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            IF WS-TRANSMIT-OPEN NOT = "Y"
                PERFORM START-TRANSMISSION
            END-IF

            MOVE SL-ORDER-NO TO WS-SHIP-ORDER-NO
            MOVE SL-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    MOVE SPACES TO WO-CUST-PO-NO
            END-READ
            IF WO-CUST-PO-NO = LOW-VALUES
                MOVE SPACES TO WO-CUST-PO-NO
            END-IF

      *     the header carries its line count, so count the shipped
      *     lines before the header writes, then send them
            MOVE "N" TO WS-EDI-OK
            PERFORM SEND-SHIP-LINES
            MOVE WS-DOC-LINES TO WS-COUNT-DISP

            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "SH" TO ET-RECORD-TYPE
            MOVE SL-CUSTOMER-CODE TO ET-SH-CUSTOMER
            MOVE WS-PARTNER-ID TO ET-SH-PARTNER-ID
            MOVE SL-ORDER-NO TO ET-SH-ORDER-NO
            MOVE WO-CUST-PO-NO TO ET-SH-CUST-PO-NO
            MOVE SL-SHIP-DATE TO ET-SH-SHIP-DATE
            MOVE SL-CARRIER TO ET-SH-CARRIER
            MOVE SL-REFERENCE TO ET-SH-REFERENCE
            MOVE WS-DOC-LINES TO ET-SH-LINE-COUNT
            PERFORM WRITE-TRANSMISSION-RECORD

            MOVE "Y" TO WS-EDI-OK
            PERFORM SEND-SHIP-LINES

            ADD 1 TO WS-SHIP-COUNT
            MOVE ZERO TO EL-AMOUNT
            MOVE SL-ORDER-NO TO EL-DOC-NO
            MOVE SL-CUSTOMER-CODE TO EL-CUSTOMER-CODE
            PERFORM LOG-DOCUMENT-SENT

            MOVE SPACES TO EDI-REPORT-LINE
            STRING "SHIP NOTICE  ORDER " SL-ORDER-NO
                   "  CUSTOMER " SL-CUSTOMER-CODE
                   "  " SL-CARRIER " " SL-REFERENCE
                   "  LINES " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE.

        SEND-SHIP-LINES.
      *     two passes over the order's lines - WS-EDI-OK N only
      *     counts them, Y writes an SL record for each. A line
      *     shipped is SHIPPED, or INVOICED if billing has already
      *     run; a REJECTED line never left the building.
            MOVE ZERO TO WS-DOC-LINES
            MOVE WS-SHIP-ORDER-NO TO WOL-ORDER-NO
            MOVE ZERO TO WOL-LINE-NO
            START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LINE-EOF
            PERFORM UNTIL WS-LINE-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-LINE-EOF
                    NOT AT END
                        IF WOL-ORDER-NO NOT = WS-SHIP-ORDER-NO
                            MOVE "Y" TO WS-LINE-EOF
                        ELSE
                            IF WOL-STATUS = "SHIPPED"
                                    OR WOL-STATUS = "INVOICED"
                                ADD 1 TO WS-DOC-LINES
                                IF WS-EDI-OK = "Y"
                                    PERFORM WRITE-SHIP-LINE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        WRITE-SHIP-LINE.
            PERFORM FIGURE-LINE-QTY
            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "SL" TO ET-RECORD-TYPE
            MOVE WOL-ORDER-NO TO ET-SL-ORDER-NO
            MOVE WOL-LINE-NO TO ET-SL-LINE-NO
            MOVE WOL-TYPE TO ET-SL-TYPE
            EVALUATE WOL-TYPE
                WHEN "C"
                    MOVE WOL-MATERIAL-CODE TO ET-SL-ITEM
                WHEN "A"
                    MOVE WOL-PART-CODE TO ET-SL-ITEM
                WHEN OTHER
                    MOVE SPACES TO ET-SL-ITEM
            END-EVALUATE
            MOVE WOL-RADIUS TO ET-SL-RADIUS
            MOVE WOL-SIDE-A TO ET-SL-SIDE-A
            MOVE WOL-SIDE-B TO ET-SL-SIDE-B
            MOVE WOL-SIDE-C TO ET-SL-SIDE-C
            MOVE WS-LINE-QTY TO ET-SL-QTY
            PERFORM WRITE-TRANSMISSION-RECORD
            ADD 1 TO WS-TOTAL-LINES.

        FIGURE-LINE-QTY.
      *     a cut line is one piece; an assembly line ships its
      *     build quantity
            IF WOL-TYPE = "A" AND WOL-BUILD-QTY IS NUMERIC
                MOVE WOL-BUILD-QTY TO WS-LINE-QTY
            ELSE
                MOVE 1 TO WS-LINE-QTY
            END-IF.

        EXPORT-INVOICES.
            OPEN INPUT INVOICE-REGISTER
            IF WS-REGISTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INVOICE-REGISTER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CONSIDER-INVOICE
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        CONSIDER-INVOICE.
            MOVE IR-CUSTOMER-CODE TO CU-CUSTOMER-CODE
            PERFORM LOOKUP-EDI-CUSTOMER
            IF WS-EDI-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF IR-INVOICE-DATE < WS-START-DATE
                EXIT PARAGRAPH
            END-IF
            IF IR-DOC-TYPE = "C"
                MOVE "CM" TO WS-DOC-TYPE
            ELSE
                MOVE "IN" TO WS-DOC-TYPE
            END-IF
            MOVE IR-INVOICE-NO TO EL-DOC-NO
            PERFORM CHECK-ALREADY-SENT
            IF WS-EDI-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            IF WS-TRANSMIT-OPEN NOT = "Y"
                PERFORM START-TRANSMISSION
            END-IF

            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "IH" TO ET-RECORD-TYPE
            MOVE IR-CUSTOMER-CODE TO ET-IH-CUSTOMER
            MOVE WS-PARTNER-ID TO ET-IH-PARTNER-ID
            MOVE IR-INVOICE-NO TO ET-IH-INVOICE-NO
            MOVE IR-INVOICE-DATE TO ET-IH-INVOICE-DATE
            IF IR-DOC-TYPE = "C"
                MOVE "C" TO ET-IH-DOC-TYPE
            ELSE
                MOVE "I" TO ET-IH-DOC-TYPE
            END-IF
            MOVE IR-ITEM-COUNT TO ET-IH-ITEM-COUNT
            MOVE IR-TAX-AMOUNT TO ET-IH-TAX-AMOUNT
            MOVE IR-TOTAL-AMOUNT TO ET-IH-TOTAL-AMOUNT
            PERFORM WRITE-TRANSMISSION-RECORD

      *     a credit memo carries no billed lines - RMA-ENTRY credits
      *     against the invoice, not line by line
            MOVE ZERO TO WS-DOC-LINES
            IF IR-DOC-TYPE NOT = "C"
                PERFORM SEND-INVOICE-LINES
            END-IF

            ADD 1 TO WS-INVOICE-COUNT
            ADD IR-TOTAL-AMOUNT TO WS-AMOUNT-TOTAL
            MOVE IR-TOTAL-AMOUNT TO EL-AMOUNT
            MOVE IR-INVOICE-NO TO EL-DOC-NO
            MOVE IR-CUSTOMER-CODE TO EL-CUSTOMER-CODE
            PERFORM LOG-DOCUMENT-SENT

            MOVE IR-TOTAL-AMOUNT TO WS-AMOUNT-DISP
            MOVE WS-DOC-LINES TO WS-COUNT-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            IF IR-DOC-TYPE = "C"
                STRING "CREDIT MEMO  " IR-INVOICE-NO
                       "  CUSTOMER " IR-CUSTOMER-CODE
                       "  TOTAL " WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO EDI-REPORT-LINE
            ELSE
                STRING "INVOICE      " IR-INVOICE-NO
                       "  CUSTOMER " IR-CUSTOMER-CODE
                       "  TOTAL " WS-AMOUNT-DISP
                       "  LINES " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO EDI-REPORT-LINE
            END-IF
            WRITE EDI-REPORT-LINE.

        SEND-INVOICE-LINES.
      *     the lines INVOICE-GENERATE stamped with this invoice
      *     number - an invoice spans orders, so the whole line file
      *     is read, each line carrying its own order's PO number
            MOVE ZERO TO WOL-ORDER-NO
            MOVE ZERO TO WOL-LINE-NO
            START WORK-ORDER-LINE KEY >= WOL-LINE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LINE-EOF
            PERFORM UNTIL WS-LINE-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-LINE-EOF
                    NOT AT END
                        IF WOL-INVOICE-NO IS NUMERIC
                                AND WOL-INVOICE-NO = IR-INVOICE-NO
                            PERFORM WRITE-INVOICE-LINE
                        END-IF
                END-READ
            END-PERFORM.

        WRITE-INVOICE-LINE.
            MOVE WOL-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    MOVE SPACES TO WO-CUST-PO-NO
            END-READ
            IF WO-CUST-PO-NO = LOW-VALUES
                MOVE SPACES TO WO-CUST-PO-NO
            END-IF
            PERFORM FIGURE-LINE-QTY

            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "IL" TO ET-RECORD-TYPE
            MOVE IR-INVOICE-NO TO ET-IL-INVOICE-NO
            MOVE WOL-ORDER-NO TO ET-IL-ORDER-NO
            MOVE WOL-LINE-NO TO ET-IL-LINE-NO
            MOVE WO-CUST-PO-NO TO ET-IL-CUST-PO-NO
            MOVE WOL-TYPE TO ET-IL-TYPE
            EVALUATE WOL-TYPE
                WHEN "C"
                    MOVE WOL-MATERIAL-CODE TO ET-IL-ITEM
                WHEN "A"
                    MOVE WOL-PART-CODE TO ET-IL-ITEM
                WHEN OTHER
                    MOVE SPACES TO ET-IL-ITEM
            END-EVALUATE
            MOVE WS-LINE-QTY TO ET-IL-QTY
            MOVE WOL-BILLED-AMOUNT TO ET-IL-AMOUNT
            PERFORM WRITE-TRANSMISSION-RECORD
            ADD 1 TO WS-DOC-LINES
            ADD 1 TO WS-TOTAL-LINES.

        LOOKUP-EDI-CUSTOMER.
      *     WS-EDI-OK comes back Y for a customer set up for
      *     electronic documents, with its partner ID and the date
      *     its documents start from
            MOVE "N" TO WS-EDI-OK
            READ CUSTOMER-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF CU-EDI-FLAG NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-EDI-OK
            MOVE CU-EDI-PARTNER-ID TO WS-PARTNER-ID
            IF CU-EDI-START-DATE IS NUMERIC
                MOVE CU-EDI-START-DATE TO WS-START-DATE
            ELSE
                MOVE ZERO TO WS-START-DATE
            END-IF.

        CHECK-ALREADY-SENT.
      *     EL-DOC-NO is set by the caller; a document on the log
      *     went out on an earlier transmission
            MOVE WS-DOC-TYPE TO EL-DOC-TYPE
            READ EDI-TRANSMIT-LOG
                INVALID KEY
                    MOVE "Y" TO WS-EDI-OK
                NOT INVALID KEY
                    MOVE "N" TO WS-EDI-OK
            END-READ.

        START-TRANSMISSION.
      *     the transmission number comes from the shared
      *     TICKET-SEQUENCE generator so document numbering stays in
      *     one series
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE "Y" TO WS-TRANSMIT-OPEN
            OPEN OUTPUT EDI-OUTBOUND
            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "HD" TO ET-RECORD-TYPE
            MOVE WS-TICKET-NO TO ET-TRANSMIT-NO
            MOVE WS-RUN-DATE TO ET-CREATE-DATE
            MOVE WS-RUN-TIME TO ET-CREATE-TIME
            PERFORM WRITE-TRANSMISSION-RECORD

            MOVE SPACES TO EDI-REPORT-LINE
            STRING "TRANSMISSION " WS-TICKET-NO
                   "  CREATED " WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE.

        WRITE-TRANSMISSION-RECORD.
            WRITE EDI-TRANSMISSION-RECORD
            ADD 1 TO WS-RECORD-COUNT.

        LOG-DOCUMENT-SENT.
      *     EL-DOC-NO, EL-CUSTOMER-CODE and EL-AMOUNT are set by the
      *     caller
            MOVE WS-DOC-TYPE TO EL-DOC-TYPE
            MOVE WS-TICKET-NO TO EL-TRANSMIT-NO
            MOVE WS-RUN-DATE TO EL-TRANSMIT-DATE
            MOVE WS-RUN-TIME TO EL-TRANSMIT-TIME
            MOVE WS-PARTNER-ID TO EL-PARTNER-ID
            MOVE WS-DOC-LINES TO EL-LINE-COUNT
            MOVE ZERO TO EL-DOC-COUNT
            WRITE EDI-TRANSMIT-LOG-RECORD
                INVALID KEY
                    DISPLAY "EDI LOG ENTRY ALREADY ON FILE - "
                        EL-DOC-KEY
            END-WRITE
            ADD 1 TO WS-DOC-COUNT.

        FINISH-TRANSMISSION.
      *     the trailer counts itself, then the transmission's own
      *     control entry goes on the log beside its documents
            ADD 1 TO WS-RECORD-COUNT
            MOVE SPACES TO EDI-TRANSMISSION-RECORD
            MOVE "TR" TO ET-RECORD-TYPE
            MOVE WS-TICKET-NO TO ET-TR-TRANSMIT-NO
            MOVE WS-RECORD-COUNT TO ET-TR-RECORD-COUNT
            MOVE WS-SHIP-COUNT TO ET-TR-SHIP-COUNT
            MOVE WS-INVOICE-COUNT TO ET-TR-INVOICE-COUNT
            MOVE WS-TOTAL-LINES TO ET-TR-LINE-COUNT
            MOVE WS-AMOUNT-TOTAL TO ET-TR-AMOUNT-TOTAL
            WRITE EDI-TRANSMISSION-RECORD
            CLOSE EDI-OUTBOUND

            MOVE "TR" TO EL-DOC-TYPE
            MOVE WS-TICKET-NO TO EL-DOC-NO
            MOVE WS-TICKET-NO TO EL-TRANSMIT-NO
            MOVE WS-RUN-DATE TO EL-TRANSMIT-DATE
            MOVE WS-RUN-TIME TO EL-TRANSMIT-TIME
            MOVE SPACES TO EL-CUSTOMER-CODE
            MOVE SPACES TO EL-PARTNER-ID
            MOVE WS-RECORD-COUNT TO EL-LINE-COUNT
            MOVE WS-AMOUNT-TOTAL TO EL-AMOUNT
            MOVE WS-DOC-COUNT TO EL-DOC-COUNT
            WRITE EDI-TRANSMIT-LOG-RECORD
                INVALID KEY
                    DISPLAY "EDI LOG ENTRY ALREADY ON FILE - "
                        EL-DOC-KEY
            END-WRITE

            MOVE SPACES TO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE WS-SHIP-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "SHIP NOTICES SENT:     " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE WS-INVOICE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "INVOICES/CREDITS SENT: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE WS-TOTAL-LINES TO WS-LINES-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "DETAIL LINES:        " WS-LINES-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE WS-RECORD-COUNT TO WS-LINES-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "RECORDS IN FILE:     " WS-LINES-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE
            MOVE WS-AMOUNT-TOTAL TO WS-HASH-DISP
            MOVE SPACES TO EDI-REPORT-LINE
            STRING "INVOICE AMOUNT HASH: " WS-HASH-DISP
                   DELIMITED BY SIZE INTO EDI-REPORT-LINE
            WRITE EDI-REPORT-LINE

            MOVE WS-DOC-COUNT TO WS-COUNT-DISP
            DISPLAY "EDI TRANSMISSION " WS-TICKET-NO " - "
                WS-COUNT-DISP " DOCUMENT(S) IN EDI-OUTBOUND.DAT".

            END PROGRAM EDI-EXPORT.

      * interactive carrier freight-bill entry - when a carrier's
      * freight invoice arrives, accounts payable keys it here one
      * shipment at a time against the work order it moved, so
      * FREIGHT-REPORT can put what the carrier actually charged
      * beside what SHIP-CONFIRM rated and what we billed the
      * customer. Each line is appended to FREIGHT-BILL.DAT; the
      * carrier has to be on CARRIER-MASTER and the order on
      * WORK-ORDER.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FREIGHT-BILL-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CARRIER-MASTER ASSIGN TO "CARRIER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CA-CARRIER-CODE
                FILE STATUS IS WS-CARRIER-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT FREIGHT-BILL ASSIGN TO "FREIGHT-BILL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BILL-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CARRIER-MASTER.
            COPY "CARRIER-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  FREIGHT-BILL.
            COPY "FREIGHT-BILL-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-CARRIER-STATUS     PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-BILL-STATUS        PIC XX.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the bill being keyed - its header fields ride on every line
        01 WS-CARRIER-CODE       PIC X(10).
        01 WS-BILL-NO            PIC X(12).
        01 WS-BILL-DATE          PIC 9(8).
        01 WS-ORDER-ENTRY        PIC 9(8).
        01 WS-REFERENCE-ENTRY    PIC X(12).
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into this edited field instead
        01 WS-AMOUNT-ENTRY       PIC 9(5).99.
        01 WS-AMOUNT             PIC 9(5)V99.
        01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-BILL-TOTAL         PIC 9(7)V99 VALUE ZERO.
        01 WS-TOTAL-DISP         PIC ZZZZZZ9.99.

      * function-level authorization - see operator-maintenance.cob
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT CARRIER-MASTER
            IF WS-CARRIER-STATUS NOT = "00"
                DISPLAY "CARRIER-MASTER NOT AVAILABLE - STATUS "
                    WS-CARRIER-STATUS
                STOP RUN
            END-IF
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER NOT AVAILABLE - STATUS "
                    WS-ORDER-STATUS
                CLOSE CARRIER-MASTER
                STOP RUN
            END-IF

            PERFORM ACCEPT-BILL-HEADER
            IF WS-CARRIER-CODE = SPACES
                CLOSE CARRIER-MASTER
                CLOSE WORK-ORDER
                STOP RUN
            END-IF

      *     the bill file appends across days - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND FREIGHT-BILL
            IF WS-BILL-STATUS = "05" OR WS-BILL-STATUS = "35"
                CLOSE FREIGHT-BILL
                OPEN OUTPUT FREIGHT-BILL
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                PERFORM ACCEPT-BILL-LINE
            END-PERFORM

            CLOSE FREIGHT-BILL
            CLOSE CARRIER-MASTER
            CLOSE WORK-ORDER

            MOVE WS-BILL-TOTAL TO WS-TOTAL-DISP
            DISPLAY "FREIGHT BILL " WS-BILL-NO " - LINES: "
                WS-LINE-COUNT " TOTAL: " WS-TOTAL-DISP
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        ACCEPT-BILL-HEADER.
            DISPLAY "ENTER CARRIER CODE (10 CHARS):"
            ACCEPT WS-CARRIER-CODE
            MOVE WS-CARRIER-CODE TO CA-CARRIER-CODE
            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CARRIER NOT ON FILE"
                    MOVE SPACES TO WS-CARRIER-CODE
                    EXIT PARAGRAPH
            END-READ
            DISPLAY "CARRIER: " CA-NAME

            DISPLAY "ENTER CARRIER'S FREIGHT BILL NUMBER (12 CHARS):"
            ACCEPT WS-BILL-NO
            IF WS-BILL-NO = SPACES
                DISPLAY "REJECTED: BILL NUMBER IS REQUIRED"
                MOVE SPACES TO WS-CARRIER-CODE
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER BILL DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-BILL-DATE
            IF WS-BILL-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-BILL-DATE
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-BILL-DATE) NOT = ZERO
                DISPLAY "REJECTED: BILL DATE IS NOT A VALID DATE"
                MOVE SPACES TO WS-CARRIER-CODE
            END-IF.

        ACCEPT-BILL-LINE.
      *     one shipment off the bill - order number 0 ends the bill
            DISPLAY "ENTER WORK ORDER NUMBER (8 DIGITS, 0 TO FINISH):"
            ACCEPT WS-ORDER-ENTRY
            IF WS-ORDER-ENTRY = ZERO
                MOVE "Y" TO WS-DONE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ORDER-ENTRY TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    DISPLAY "REJECTED: ORDER NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            IF WO-STATUS NOT = "SHIPPED" AND WO-STATUS NOT = "INVOICED"
                DISPLAY "WARNING: ORDER IS " WO-STATUS
                    " - NOT YET SHIP-CONFIRMED"
            END-IF

            DISPLAY "ENTER PRO / REFERENCE NUMBER (12 CHARS):"
            ACCEPT WS-REFERENCE-ENTRY
            DISPLAY "ENTER AMOUNT BILLED (E.G. 00045.00):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO WS-AMOUNT

            MOVE WS-CARRIER-CODE TO FB-CARRIER-CODE
            MOVE WS-BILL-NO TO FB-BILL-NO
            MOVE WS-BILL-DATE TO FB-BILL-DATE
            MOVE WS-ORDER-ENTRY TO FB-ORDER-NO
            MOVE WS-REFERENCE-ENTRY TO FB-REFERENCE
            MOVE WS-AMOUNT TO FB-AMOUNT
            MOVE WS-OPERATOR-ID TO FB-ENTERED-BY
            MOVE WS-TODAY-DATE TO FB-ENTERED-DATE
            WRITE FREIGHT-BILL-RECORD

            ADD 1 TO WS-LINE-COUNT
            ADD WS-AMOUNT TO WS-BILL-TOTAL
            DISPLAY "LINE RECORDED FOR ORDER " WS-ORDER-ENTRY.

            END PROGRAM FREIGHT-BILL-ENTRY.

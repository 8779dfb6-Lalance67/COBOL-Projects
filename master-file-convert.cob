      *   WORK-ORDER      51 -> header/line split (each old
      *                         one-item order becomes a header
      *                         plus line 1 on WORK-ORDER-LINE)
      *   BOM             15 -> +REVISION in the key (every old
      *                         line becomes the original BOM,
      *                         revision spaces)
      *   STUDENT-MASTER  44 -> +EXIT-MONTH
      *   PARTS-MASTER    26 -> +WARRANTY/WEIGHT/REVISION/SHELF-LIFE
      *   CUSTOMER-MASTER 111 -> +EDI/CURRENCY/SALESPERSON
      *   OPERATOR-MASTER 62 -> +TRAINING-ACCESS
      *   WORK-ORDER      51 -> +CUST-PO/SALESPERSON/SHIP-TO/FREIGHT
      *                         (the header written since the split)
      *   WORK-ORDER-LINE 76 -> +INVOICE-NO/BILLED-AMOUNT/BLANKET-NO
      *                         (runs ahead of the WORK-ORDER split,
      *                         which appends to the line file)
      *   EQUIPMENT-MASTER 45 -> +SHIFT/IDEAL-RUN MINUTES
      *   MATERIAL-RATES  10 -> +WEIGHT-PER-SQIN
      *   VENDOR-MASTER   29 -> +NET-DAYS/DISC-PCT/DISC-DAYS
      *   TAX-RATES       29 -> +FREIGHT-TAXABLE
      *   AR-LEDGER       58 -> +CURRENCY/EXCHANGE-RATE/FOREIGN AMOUNTS
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MASTER-FILE-CONVERT.

                RECORD KEY IS OWO-ORDER-NO
                FILE STATUS IS WS-OLD-ORDER-STATUS.

            SELECT OLD-BOM ASSIGN TO "BOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OBM-BOM-KEY
                FILE STATUS IS WS-OLD-BOM-STATUS.

      *     the layouts every program wrote until the latest round
      *     of fields - the key(s) in place, the rest carried whole
            SELECT LAST-STUDENT-MASTER
                ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LSM-STUDENT-ID
                ALTERNATE RECORD KEY IS LSM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-LAST-STUDENT-STATUS.

            SELECT LAST-PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LPM-PART-CODE
                FILE STATUS IS WS-LAST-PARTS-STATUS.

            SELECT LAST-CUSTOMER-MASTER
                ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LCU-CUSTOMER-CODE
                FILE STATUS IS WS-LAST-CUSTOMER-STATUS.

            SELECT LAST-OPERATOR-MASTER
                ASSIGN TO "OPERATOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LOP-OPERATOR-ID
                FILE STATUS IS WS-LAST-OPERATOR-STATUS.

            SELECT LAST-WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LWO-ORDER-NO
                FILE STATUS IS WS-LAST-ORDER-STATUS.

            SELECT OLD-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OWL-LINE-KEY
                FILE STATUS IS WS-OLD-LINE-STATUS.

            SELECT OLD-EQUIPMENT-MASTER
                ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OEQ-EQUIP-CODE
                FILE STATUS IS WS-OLD-EQUIP-STATUS.

            SELECT OLD-MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OMR-MATERIAL-CODE
                FILE STATUS IS WS-OLD-MATERIAL-STATUS.

            SELECT OLD-VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OVN-VENDOR-CODE
                FILE STATUS IS WS-OLD-VENDOR-STATUS.

            SELECT OLD-TAX-RATES ASSIGN TO "TAX-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OTX-JURIS-CODE
                FILE STATUS IS WS-OLD-TAX-STATUS.

            SELECT OLD-AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OAR-INVOICE-NO
                FILE STATUS IS WS-OLD-AR-STATUS.

      *     the masters as every program declares them today
            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT BOM ASSIGN TO "BOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-BOM-KEY
                FILE STATUS IS WS-BOM-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

            SELECT MATERIAL-RATES ASSIGN TO "MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATERIAL-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

            SELECT TAX-RATES ASSIGN TO "TAX-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TX-JURIS-CODE
                FILE STATUS IS WS-TAX-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-AR-STATUS.

      *     the unloaded records ride through these side files,
      *     which stay on disk afterward as the fallback copies
            SELECT STUDENT-SIDE ASSIGN TO "STUDENT-MASTER-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ORDER-SIDE-STATUS.

            SELECT BOM-SIDE ASSIGN TO "BOM-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOM-SIDE-STATUS.

            SELECT STUDENT-SIDE-3
                ASSIGN TO "STUDENT-MASTER-OLD3.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STUDENT-SIDE3-STATUS.

            SELECT PARTS-SIDE-3
                ASSIGN TO "PARTS-MASTER-OLD3.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARTS-SIDE3-STATUS.

            SELECT CUSTOMER-SIDE-2
                ASSIGN TO "CUSTOMER-MASTER-OLD2.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTOMER-SIDE2-STATUS.

            SELECT OPERATOR-SIDE-2
                ASSIGN TO "OPERATOR-MASTER-OLD2.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATOR-SIDE2-STATUS.

            SELECT ORDER-SIDE-2
                ASSIGN TO "WORK-ORDER-OLD2.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ORDER-SIDE2-STATUS.

            SELECT LINE-SIDE
                ASSIGN TO "WORK-ORDER-LINE-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINE-SIDE-STATUS.

            SELECT EQUIP-SIDE
                ASSIGN TO "EQUIPMENT-MASTER-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EQUIP-SIDE-STATUS.

            SELECT MATERIAL-SIDE
                ASSIGN TO "MATERIAL-RATES-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MATERIAL-SIDE-STATUS.

            SELECT VENDOR-SIDE
                ASSIGN TO "VENDOR-MASTER-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VENDOR-SIDE-STATUS.

            SELECT TAX-SIDE
                ASSIGN TO "TAX-RATES-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAX-SIDE-STATUS.

            SELECT AR-SIDE
                ASSIGN TO "AR-LEDGER-OLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AR-SIDE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OLD-STUDENT-MASTER.
            05  OWO-STATUS           PIC X(8).
            05  OWO-ENTERED-DATE     PIC 9(8).

        FD  OLD-BOM.
        01  OLD-BOM-RECORD.
            05  OBM-BOM-KEY.
                10  OBM-PARENT-CODE  PIC X(6).
                10  OBM-COMPONENT-CODE PIC X(6).
            05  OBM-QTY-PER          PIC 9(3).

        FD  LAST-STUDENT-MASTER.
        01  LAST-STUDENT-RECORD.
            05  LSM-STUDENT-ID       PIC X(6).
            05  LSM-NAME             PIC X(5).
            05  FILLER               PIC X(33).

        FD  LAST-PARTS-MASTER.
        01  LAST-PARTS-RECORD.
            05  LPM-PART-CODE        PIC X(6).
            05  FILLER               PIC X(20).

        FD  LAST-CUSTOMER-MASTER.
        01  LAST-CUSTOMER-RECORD.
            05  LCU-CUSTOMER-CODE    PIC X(6).
            05  FILLER               PIC X(105).

        FD  LAST-OPERATOR-MASTER.
        01  LAST-OPERATOR-RECORD.
            05  LOP-OPERATOR-ID      PIC X(10).
            05  FILLER               PIC X(52).

        FD  LAST-WORK-ORDER.
        01  LAST-WORK-ORDER-RECORD.
            05  LWO-ORDER-NO         PIC 9(8).
            05  FILLER               PIC X(43).

        FD  OLD-ORDER-LINE.
        01  OLD-ORDER-LINE-RECORD.
            05  OWL-LINE-KEY.
                10  OWL-ORDER-NO     PIC 9(8).
                10  OWL-LINE-NO      PIC 9(3).
            05  FILLER               PIC X(65).

        FD  OLD-EQUIPMENT-MASTER.
        01  OLD-EQUIPMENT-RECORD.
            05  OEQ-EQUIP-CODE       PIC X(4).
            05  FILLER               PIC X(41).

        FD  OLD-MATERIAL-RATES.
        01  OLD-MATERIAL-RATES-RECORD.
            05  OMR-MATERIAL-CODE    PIC X(3).
            05  FILLER               PIC X(7).

        FD  OLD-VENDOR-MASTER.
        01  OLD-VENDOR-RECORD.
            05  OVN-VENDOR-CODE      PIC X(6).
            05  FILLER               PIC X(23).

        FD  OLD-TAX-RATES.
        01  OLD-TAX-RATE-RECORD.
            05  OTX-JURIS-CODE       PIC X(4).
            05  FILLER               PIC X(25).

        FD  OLD-AR-LEDGER.
        01  OLD-AR-OPEN-ITEM-RECORD.
            05  OAR-INVOICE-NO       PIC 9(8).
            05  FILLER               PIC X(50).

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  BOM.
            COPY "BOM-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  TAX-RATES.
            COPY "TAX-RATE-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  STUDENT-SIDE.
        01  STUDENT-SIDE-RECORD     PIC X(36).

        FD  ORDER-SIDE.
        01  ORDER-SIDE-RECORD       PIC X(51).

        FD  BOM-SIDE.
        01  BOM-SIDE-RECORD.
            05  BSD-PARENT-CODE      PIC X(6).
            05  BSD-COMPONENT-CODE   PIC X(6).
            05  BSD-QTY-PER          PIC 9(3).

        FD  STUDENT-SIDE-3.
        01  STUDENT-SIDE3-RECORD    PIC X(44).

        FD  PARTS-SIDE-3.
        01  PARTS-SIDE3-RECORD      PIC X(26).

        FD  CUSTOMER-SIDE-2.
        01  CUSTOMER-SIDE2-RECORD   PIC X(111).

        FD  OPERATOR-SIDE-2.
        01  OPERATOR-SIDE2-RECORD   PIC X(62).

        FD  ORDER-SIDE-2.
        01  ORDER-SIDE2-RECORD      PIC X(51).

        FD  LINE-SIDE.
        01  LINE-SIDE-RECORD        PIC X(76).

        FD  EQUIP-SIDE.
        01  EQUIP-SIDE-RECORD       PIC X(45).

        FD  MATERIAL-SIDE.
        01  MATERIAL-SIDE-RECORD    PIC X(10).

        FD  VENDOR-SIDE.
        01  VENDOR-SIDE-RECORD      PIC X(29).

        FD  TAX-SIDE.
        01  TAX-SIDE-RECORD         PIC X(29).

        FD  AR-SIDE.
        01  AR-SIDE-RECORD          PIC X(58).

        WORKING-STORAGE SECTION.
        01 WS-OLD-STUDENT-STATUS PIC XX.
        01 WS-OLD-PARTS-STATUS   PIC XX.
        01 WS-OLD-OPERATOR-STATUS PIC XX.
        01 WS-OLD-ENROLL-STATUS  PIC XX.
        01 WS-OLD-ORDER-STATUS   PIC XX.
        01 WS-OLD-BOM-STATUS     PIC XX.
        01 WS-BOM-STATUS         PIC XX.
        01 WS-BOM-SIDE-STATUS    PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-PARTS-STATUS       PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-OPERATOR-SIDE-STATUS PIC XX.
        01 WS-ENROLL-SIDE-STATUS PIC XX.
        01 WS-ORDER-SIDE-STATUS  PIC XX.
        01 WS-LAST-STUDENT-STATUS PIC XX.
        01 WS-LAST-PARTS-STATUS  PIC XX.
        01 WS-LAST-CUSTOMER-STATUS PIC XX.
        01 WS-LAST-OPERATOR-STATUS PIC XX.
        01 WS-LAST-ORDER-STATUS  PIC XX.
        01 WS-OLD-LINE-STATUS    PIC XX.
        01 WS-OLD-EQUIP-STATUS   PIC XX.
        01 WS-OLD-MATERIAL-STATUS PIC XX.
        01 WS-OLD-VENDOR-STATUS  PIC XX.
        01 WS-OLD-TAX-STATUS     PIC XX.
        01 WS-OLD-AR-STATUS      PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-MATERIAL-STATUS    PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-TAX-STATUS         PIC XX.
        01 WS-AR-STATUS          PIC XX.
        01 WS-STUDENT-SIDE3-STATUS PIC XX.
        01 WS-PARTS-SIDE3-STATUS PIC XX.
        01 WS-CUSTOMER-SIDE2-STATUS PIC XX.
        01 WS-OPERATOR-SIDE2-STATUS PIC XX.
        01 WS-ORDER-SIDE2-STATUS PIC XX.
        01 WS-LINE-SIDE-STATUS   PIC XX.
        01 WS-EQUIP-SIDE-STATUS  PIC XX.
        01 WS-MATERIAL-SIDE-STATUS PIC XX.
        01 WS-VENDOR-SIDE-STATUS PIC XX.
        01 WS-TAX-SIDE-STATUS    PIC XX.
        01 WS-AR-SIDE-STATUS     PIC XX.
        01 WS-EOF                PIC X.
        01 WS-CONFIRM-ANSWER     PIC X.
        01 WS-UNLOAD-COUNT       PIC 9(7).
            DISPLAY "ONE-TIME MASTER-FILE LAYOUT CONVERSION"
            DISPLAY "RE-CREATES THE GROWN INDEXED MASTERS"
                " (STUDENT, PARTS, CUSTOMER, OPERATOR,"
            DISPLAY "ENROLLMENT, WORK-ORDER, WORK-ORDER-LINE, BOM,"
                " EQUIPMENT, MATERIAL-RATES, VENDOR,"
            DISPLAY "TAX-RATES, AR-LEDGER) UNDER THE CURRENT LAYOUTS"
            DISPLAY "CONFIRM (Y/N):"
            ACCEPT WS-CONFIRM-ANSWER
            IF WS-CONFIRM-ANSWER NOT = "Y"
            PERFORM CONVERT-CUSTOMER-MASTER
            PERFORM CONVERT-OPERATOR-MASTER
            PERFORM CONVERT-ENROLLMENT
      *     the line file first - the header/line split below opens
      *     it under the current layout to append each line 1
            PERFORM CONVERT-ORDER-LINES
            PERFORM CONVERT-WORK-ORDERS
            PERFORM CONVERT-BOM
            PERFORM CONVERT-STUDENT-MASTER-3
            PERFORM CONVERT-PARTS-MASTER-3
            PERFORM CONVERT-CUSTOMER-MASTER-2
            PERFORM CONVERT-OPERATOR-MASTER-2
            PERFORM CONVERT-WORK-ORDERS-2
            PERFORM CONVERT-EQUIPMENT-MASTER
            PERFORM CONVERT-MATERIAL-RATES
            PERFORM CONVERT-VENDOR-MASTER
            PERFORM CONVERT-TAX-RATES
            PERFORM CONVERT-AR-LEDGER

            DISPLAY ""
            DISPLAY "CONVERSION COMPLETE - THE -OLD.DAT SIDE FILES"
                        MOVE ZERO TO SM-TERM-GPA
                        MOVE "G" TO SM-STATUS
                        MOVE SPACES TO SM-PROGRAM-CODE
                        MOVE ZERO TO SM-EXIT-MONTH
                        WRITE STUDENT-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
            MOVE SPACES TO PM-SUPERSEDED-BY
            MOVE "N" TO PM-SERIAL-FLAG
            MOVE "C" TO PM-ABC-CLASS
            MOVE ZERO TO PM-QTY-ALLOCATED
            PERFORM DEFAULT-LATEST-PARTS-FIELDS.

        DEFAULT-LATEST-PARTS-FIELDS.
      *     no warranty, weight unknown, original revision, keeps
      *     indefinitely - until PART-LIFECYCLE-MAINTENANCE sets them
            MOVE ZERO TO PM-WARRANTY-MONTHS
            MOVE ZERO TO PM-UNIT-WEIGHT
            MOVE SPACES TO PM-REVISION
            MOVE ZERO TO PM-SHELF-LIFE-DAYS.

        CONVERT-STUDENT-MASTER-2.
            OPEN INPUT MID-STUDENT-MASTER
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "STUDENT-MASTER.DAT NOT ON THE SECOND"
                        " LAYOUT - NOTHING FOR THIS STEP"
                WHEN OTHER
                    DISPLAY "STUDENT-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-MID-STUDENT-STATUS
                        MOVE STUDENT-SIDE2-RECORD(1:40) TO
                            STUDENT-MASTER-RECORD(1:40)
                        MOVE SPACES TO SM-PROGRAM-CODE
                        MOVE ZERO TO SM-EXIT-MONTH
                        WRITE STUDENT-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "PARTS-MASTER.DAT NOT ON THE SECOND"
                        " LAYOUT - NOTHING FOR THIS STEP"
                WHEN OTHER
                    DISPLAY "PARTS-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-MID-PARTS-STATUS
                    DISPLAY "CUSTOMER-MASTER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "CUSTOMER-MASTER.DAT NOT ON THE OLDEST"
                        " LAYOUT - NOTHING FOR THIS STEP"
                WHEN OTHER
                    DISPLAY "CUSTOMER-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-CUSTOMER-STATUS
                        MOVE SPACES TO CU-EXEMPT-CERT
                        MOVE SPACES TO CU-ADDRESS CU-CITY
                        MOVE SPACES TO CU-STATE CU-ZIP
                        PERFORM DEFAULT-LATEST-CUSTOMER-FIELDS
                        WRITE CUSTOMER-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                    DISPLAY "OPERATOR-MASTER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "OPERATOR-MASTER.DAT NOT ON THE OLDEST"
                        " LAYOUT - NOTHING FOR THIS STEP"
                WHEN OTHER
                    DISPLAY "OPERATOR-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-OPERATOR-STATUS
                        MOVE ZERO TO OP-FAIL-COUNT
                        MOVE "N" TO OP-LOCKED
                        MOVE SPACES TO OP-PASSWORD-HISTORY
                        MOVE "N" TO OP-TRAINING-ACCESS
                        WRITE OPERATOR-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
            DISPLAY "ENROLLMENT RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-ORDER-LINES.
            OPEN INPUT OLD-ORDER-LINE
            EVALUATE WS-OLD-LINE-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-ORDER-LINES
                    PERFORM RELOAD-NEW-ORDER-LINES
                WHEN "35"
                    DISPLAY "WORK-ORDER-LINE.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "WORK-ORDER-LINE.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "WORK-ORDER-LINE.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-LINE-STATUS
            END-EVALUATE.

        UNLOAD-OLD-ORDER-LINES.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT LINE-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-ORDER-LINE-RECORD TO
                            LINE-SIDE-RECORD
                        WRITE LINE-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-ORDER-LINE
            CLOSE LINE-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "WORK-ORDER-LINE UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-ORDER-LINES.
      *     a line not yet billed takes zero in the invoice stamp; one
      *     already INVOICED keeps spaces there, as the layout says for
      *     lines billed before the stamp - job costing cannot place
      *     those on an invoice, and no old line came off a blanket
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT LINE-SIDE
            OPEN OUTPUT WORK-ORDER-LINE
            PERFORM UNTIL WS-EOF = "Y"
                READ LINE-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WORK-ORDER-LINE-RECORD
                        MOVE LINE-SIDE-RECORD(1:76) TO
                            WORK-ORDER-LINE-RECORD(1:76)
                        IF WOL-STATUS NOT = "INVOICED"
                            MOVE ZERO TO WOL-INVOICE-NO
                            MOVE ZERO TO WOL-BILLED-AMOUNT
                        END-IF
                        MOVE ZERO TO WOL-BLANKET-NO
                        WRITE WORK-ORDER-LINE-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    WOL-LINE-KEY
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE LINE-SIDE
            CLOSE WORK-ORDER-LINE

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "WORK-ORDER-LINE RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-WORK-ORDERS.
      *     the old one-item order and the new header happen to be
      *     the same record length, so the usual status-39 guard
                    DISPLAY "WORK-ORDER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "WORK-ORDER.DAT NOT ON THE ONE-ITEM"
                        " LAYOUT - NOTHING FOR THIS STEP"
                WHEN OTHER
                    DISPLAY "WORK-ORDER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-ORDER-STATUS
            MOVE 1 TO WO-LINE-COUNT
            MOVE ZERO TO WO-PROMISE-DATE
            MOVE "N" TO WO-PRIORITY
            PERFORM DEFAULT-LATEST-ORDER-FIELDS
            WRITE WORK-ORDER-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE KEY SKIPPED: "
            MOVE ZERO TO WOL-QUOTED-PRICE
            MOVE SPACES TO WOL-PART-CODE
            MOVE ZERO TO WOL-BUILD-QTY
            MOVE ZERO TO WOL-INVOICE-NO WOL-BILLED-AMOUNT
            MOVE ZERO TO WOL-BLANKET-NO
            WRITE WORK-ORDER-LINE-RECORD
                INVALID KEY
      *             a line already on file for this order - the
                    CONTINUE
            END-WRITE.

        CONVERT-BOM.
            OPEN INPUT OLD-BOM
            EVALUATE WS-OLD-BOM-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-BOM
                    PERFORM RELOAD-NEW-BOM
                WHEN "35"
                    DISPLAY "BOM.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "BOM.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "BOM.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-BOM-STATUS
            END-EVALUATE.

        UNLOAD-OLD-BOM.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT BOM-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-BOM NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-BOM-RECORD TO BOM-SIDE-RECORD
                        WRITE BOM-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-BOM
            CLOSE BOM-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "BOM UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-BOM.
      *     every line on file today is the BOM the shop builds to,
      *     so it becomes the original revision (spaces) - ECOs
      *     open the lettered revisions from there
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT BOM-SIDE
            OPEN OUTPUT BOM
            PERFORM UNTIL WS-EOF = "Y"
                READ BOM-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO BOM-RECORD
                        MOVE BSD-PARENT-CODE TO BM-PARENT-CODE
                        MOVE SPACES TO BM-REVISION
                        MOVE BSD-COMPONENT-CODE TO BM-COMPONENT-CODE
                        MOVE BSD-QTY-PER TO BM-QTY-PER
                        WRITE BOM-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    BM-PARENT-CODE " "
                                    BM-COMPONENT-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE BOM-SIDE
            CLOSE BOM

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "BOM RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-STUDENT-MASTER-3.
            OPEN INPUT LAST-STUDENT-MASTER
            EVALUATE WS-LAST-STUDENT-STATUS
                WHEN "00"
                    PERFORM UNLOAD-LAST-STUDENTS
                    PERFORM RELOAD-STUDENTS-FROM-LAST
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "STUDENT-MASTER.DAT ALREADY ON THE"
                        " CURRENT LAYOUT"
                WHEN OTHER
                    DISPLAY "STUDENT-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-LAST-STUDENT-STATUS
            END-EVALUATE.

        UNLOAD-LAST-STUDENTS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT STUDENT-SIDE-3
            PERFORM UNTIL WS-EOF = "Y"
                READ LAST-STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LAST-STUDENT-RECORD TO
                            STUDENT-SIDE3-RECORD
                        WRITE STUDENT-SIDE3-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE LAST-STUDENT-MASTER
            CLOSE STUDENT-SIDE-3

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "STUDENT-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-STUDENTS-FROM-LAST.
      *     exit month zero - STUDENT-RETENTION-PURGE starts the clock
      *     on a W or D student the first time it sees one
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT STUDENT-SIDE-3
            OPEN OUTPUT STUDENT-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-SIDE-3
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO STUDENT-MASTER-RECORD
                        MOVE STUDENT-SIDE3-RECORD(1:44) TO
                            STUDENT-MASTER-RECORD(1:44)
                        MOVE ZERO TO SM-EXIT-MONTH
                        WRITE STUDENT-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    SM-STUDENT-ID
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE STUDENT-SIDE-3
            CLOSE STUDENT-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "STUDENT-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-PARTS-MASTER-3.
            OPEN INPUT LAST-PARTS-MASTER
            EVALUATE WS-LAST-PARTS-STATUS
                WHEN "00"
                    PERFORM UNLOAD-LAST-PARTS
                    PERFORM RELOAD-PARTS-FROM-LAST
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "PARTS-MASTER.DAT ALREADY ON THE"
                        " CURRENT LAYOUT"
                WHEN OTHER
                    DISPLAY "PARTS-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-LAST-PARTS-STATUS
            END-EVALUATE.

        UNLOAD-LAST-PARTS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT PARTS-SIDE-3
            PERFORM UNTIL WS-EOF = "Y"
                READ LAST-PARTS-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LAST-PARTS-RECORD TO
                            PARTS-SIDE3-RECORD
                        WRITE PARTS-SIDE3-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE LAST-PARTS-MASTER
            CLOSE PARTS-SIDE-3

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "PARTS-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-PARTS-FROM-LAST.
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT PARTS-SIDE-3
            OPEN OUTPUT PARTS-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-SIDE-3
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO PARTS-MASTER-RECORD
                        MOVE PARTS-SIDE3-RECORD(1:26) TO
                            PARTS-MASTER-RECORD(1:26)
                        PERFORM DEFAULT-LATEST-PARTS-FIELDS
                        WRITE PARTS-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    PM-PART-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE PARTS-SIDE-3
            CLOSE PARTS-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "PARTS-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-CUSTOMER-MASTER-2.
            OPEN INPUT LAST-CUSTOMER-MASTER
            EVALUATE WS-LAST-CUSTOMER-STATUS
                WHEN "00"
                    PERFORM UNLOAD-LAST-CUSTOMERS
                    PERFORM RELOAD-CUSTOMERS-FROM-LAST
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "CUSTOMER-MASTER.DAT ALREADY ON THE"
                        " CURRENT LAYOUT"
                WHEN OTHER
                    DISPLAY "CUSTOMER-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-LAST-CUSTOMER-STATUS
            END-EVALUATE.

        UNLOAD-LAST-CUSTOMERS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT CUSTOMER-SIDE-2
            PERFORM UNTIL WS-EOF = "Y"
                READ LAST-CUSTOMER-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LAST-CUSTOMER-RECORD TO
                            CUSTOMER-SIDE2-RECORD
                        WRITE CUSTOMER-SIDE2-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE LAST-CUSTOMER-MASTER
            CLOSE CUSTOMER-SIDE-2

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "CUSTOMER-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-CUSTOMERS-FROM-LAST.
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT CUSTOMER-SIDE-2
            OPEN OUTPUT CUSTOMER-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ CUSTOMER-SIDE-2
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO CUSTOMER-MASTER-RECORD
                        MOVE CUSTOMER-SIDE2-RECORD(1:111) TO
                            CUSTOMER-MASTER-RECORD(1:111)
                        PERFORM DEFAULT-LATEST-CUSTOMER-FIELDS
                        WRITE CUSTOMER-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    CU-CUSTOMER-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-SIDE-2
            CLOSE CUSTOMER-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "CUSTOMER-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        DEFAULT-LATEST-CUSTOMER-FIELDS.
      *     off EDI, home currency, and the customer's salesperson
      *     left for CUSTOMER-MAINTENANCE to assign
            MOVE "N" TO CU-EDI-FLAG
            MOVE SPACES TO CU-EDI-PARTNER-ID
            MOVE ZERO TO CU-EDI-START-DATE
            MOVE "USD" TO CU-CURRENCY-CODE
            MOVE SPACES TO CU-SALESPERSON-ID.

        CONVERT-OPERATOR-MASTER-2.
            OPEN INPUT LAST-OPERATOR-MASTER
            EVALUATE WS-LAST-OPERATOR-STATUS
                WHEN "00"
                    PERFORM UNLOAD-LAST-OPERATORS
                    PERFORM RELOAD-OPERATORS-FROM-LAST
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "OPERATOR-MASTER.DAT ALREADY ON THE"
                        " CURRENT LAYOUT"
                WHEN OTHER
                    DISPLAY "OPERATOR-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-LAST-OPERATOR-STATUS
            END-EVALUATE.

        UNLOAD-LAST-OPERATORS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT OPERATOR-SIDE-2
            PERFORM UNTIL WS-EOF = "Y"
                READ LAST-OPERATOR-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LAST-OPERATOR-RECORD TO
                            OPERATOR-SIDE2-RECORD
                        WRITE OPERATOR-SIDE2-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE LAST-OPERATOR-MASTER
            CLOSE OPERATOR-SIDE-2

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "OPERATOR-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-OPERATORS-FROM-LAST.
      *     N - live files only, until OPERATOR-MAINTENANCE grants the
      *     training sandbox
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT OPERATOR-SIDE-2
            OPEN OUTPUT OPERATOR-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ OPERATOR-SIDE-2
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO OPERATOR-MASTER-RECORD
                        MOVE OPERATOR-SIDE2-RECORD(1:62) TO
                            OPERATOR-MASTER-RECORD(1:62)
                        MOVE "N" TO OP-TRAINING-ACCESS
                        WRITE OPERATOR-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    OP-OPERATOR-ID
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE OPERATOR-SIDE-2
            CLOSE OPERATOR-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "OPERATOR-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-WORK-ORDERS-2.
      *     an old one-item file was split straight onto the current
      *     layout above, so only a header written since the split
      *     still opens under this 51-byte declaration
            OPEN INPUT LAST-WORK-ORDER
            EVALUATE WS-LAST-ORDER-STATUS
                WHEN "00"
                    PERFORM UNLOAD-LAST-ORDERS
                    PERFORM RELOAD-ORDERS-FROM-LAST
                WHEN "35"
                    CONTINUE
                WHEN "39"
                    DISPLAY "WORK-ORDER.DAT ALREADY ON THE"
                        " CURRENT LAYOUT"
                WHEN OTHER
                    DISPLAY "WORK-ORDER.DAT OPEN FAILED - "
                        "STATUS " WS-LAST-ORDER-STATUS
            END-EVALUATE.

        UNLOAD-LAST-ORDERS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT ORDER-SIDE-2
            PERFORM UNTIL WS-EOF = "Y"
                READ LAST-WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE LAST-WORK-ORDER-RECORD TO
                            ORDER-SIDE2-RECORD
                        WRITE ORDER-SIDE2-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE LAST-WORK-ORDER
            CLOSE ORDER-SIDE-2

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "WORK-ORDER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-ORDERS-FROM-LAST.
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT ORDER-SIDE-2
            OPEN OUTPUT WORK-ORDER
            PERFORM UNTIL WS-EOF = "Y"
                READ ORDER-SIDE-2
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WORK-ORDER-RECORD
                        MOVE ORDER-SIDE2-RECORD(1:51) TO
                            WORK-ORDER-RECORD(1:51)
                        PERFORM DEFAULT-LATEST-ORDER-FIELDS
                        WRITE WORK-ORDER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    WO-ORDER-NO
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE ORDER-SIDE-2
            CLOSE WORK-ORDER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "WORK-ORDER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        DEFAULT-LATEST-ORDER-FIELDS.
      *     no customer PO, the customer's own salesperson, the
      *     CUSTOMER-MASTER address, and no freight until it ships
            MOVE SPACES TO WO-CUST-PO-NO
            MOVE SPACES TO WO-SALESPERSON-ID
            MOVE ZERO TO WO-SHIP-TO-NO
            MOVE SPACES TO WO-FREIGHT-TERM
            MOVE ZERO TO WO-FREIGHT-CHARGE.

        CONVERT-EQUIPMENT-MASTER.
            OPEN INPUT OLD-EQUIPMENT-MASTER
            EVALUATE WS-OLD-EQUIP-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-EQUIPMENT
                    PERFORM RELOAD-NEW-EQUIPMENT
                WHEN "35"
                    DISPLAY "EQUIPMENT-MASTER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "EQUIPMENT-MASTER.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "EQUIPMENT-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-EQUIP-STATUS
            END-EVALUATE.

        UNLOAD-OLD-EQUIPMENT.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT EQUIP-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-EQUIPMENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-EQUIPMENT-RECORD TO
                            EQUIP-SIDE-RECORD
                        WRITE EQUIP-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-EQUIPMENT-MASTER
            CLOSE EQUIP-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "EQUIPMENT-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-EQUIPMENT.
      *     zero shift minutes takes the shop standard shift; zero
      *     ideal minutes leaves OEE performance unrated
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT EQUIP-SIDE
            OPEN OUTPUT EQUIPMENT-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ EQUIP-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO EQUIPMENT-MASTER-RECORD
                        MOVE EQUIP-SIDE-RECORD(1:45) TO
                            EQUIPMENT-MASTER-RECORD(1:45)
                        MOVE ZERO TO EQ-SHIFT-MINUTES
                        MOVE ZERO TO EQ-IDEAL-RUN-MINUTES
                        WRITE EQUIPMENT-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    EQ-EQUIP-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE EQUIP-SIDE
            CLOSE EQUIPMENT-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "EQUIPMENT-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-MATERIAL-RATES.
            OPEN INPUT OLD-MATERIAL-RATES
            EVALUATE WS-OLD-MATERIAL-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-MATERIAL-RATES
                    PERFORM RELOAD-NEW-MATERIAL-RATES
                WHEN "35"
                    DISPLAY "MATERIAL-RATES.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "MATERIAL-RATES.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "MATERIAL-RATES.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-MATERIAL-STATUS
            END-EVALUATE.

        UNLOAD-OLD-MATERIAL-RATES.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT MATERIAL-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-MATERIAL-RATES NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-MATERIAL-RATES-RECORD TO
                            MATERIAL-SIDE-RECORD
                        WRITE MATERIAL-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-MATERIAL-RATES
            CLOSE MATERIAL-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "MATERIAL-RATES UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-MATERIAL-RATES.
      *     zero weight - SHIP-CONFIRM asks for the scale weight
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT MATERIAL-SIDE
            OPEN OUTPUT MATERIAL-RATES
            PERFORM UNTIL WS-EOF = "Y"
                READ MATERIAL-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO MATERIAL-RATES-RECORD
                        MOVE MATERIAL-SIDE-RECORD(1:10) TO
                            MATERIAL-RATES-RECORD(1:10)
                        MOVE ZERO TO MR-WEIGHT-PER-SQIN
                        WRITE MATERIAL-RATES-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    MR-MATERIAL-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE MATERIAL-SIDE
            CLOSE MATERIAL-RATES

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "MATERIAL-RATES RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-VENDOR-MASTER.
            OPEN INPUT OLD-VENDOR-MASTER
            EVALUATE WS-OLD-VENDOR-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-VENDORS
                    PERFORM RELOAD-NEW-VENDORS
                WHEN "35"
                    DISPLAY "VENDOR-MASTER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "VENDOR-MASTER.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "VENDOR-MASTER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-VENDOR-STATUS
            END-EVALUATE.

        UNLOAD-OLD-VENDORS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT VENDOR-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-VENDOR-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-VENDOR-RECORD TO
                            VENDOR-SIDE-RECORD
                        WRITE VENDOR-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-VENDOR-MASTER
            CLOSE VENDOR-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "VENDOR-MASTER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-VENDORS.
      *     net 30, no discount - the terms AP-PAYMENT-RUN has always
      *     assumed for a vendor with none on file
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT VENDOR-SIDE
            OPEN OUTPUT VENDOR-MASTER
            PERFORM UNTIL WS-EOF = "Y"
                READ VENDOR-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO VENDOR-MASTER-RECORD
                        MOVE VENDOR-SIDE-RECORD(1:29) TO
                            VENDOR-MASTER-RECORD(1:29)
                        MOVE 30 TO VN-NET-DAYS
                        MOVE ZERO TO VN-DISC-PCT
                        MOVE ZERO TO VN-DISC-DAYS
                        WRITE VENDOR-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    VN-VENDOR-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE VENDOR-SIDE
            CLOSE VENDOR-MASTER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "VENDOR-MASTER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-TAX-RATES.
            OPEN INPUT OLD-TAX-RATES
            EVALUATE WS-OLD-TAX-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-TAX-RATES
                    PERFORM RELOAD-NEW-TAX-RATES
                WHEN "35"
                    DISPLAY "TAX-RATES.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "TAX-RATES.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "TAX-RATES.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-TAX-STATUS
            END-EVALUATE.

        UNLOAD-OLD-TAX-RATES.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT TAX-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-TAX-RATES NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-TAX-RATE-RECORD TO
                            TAX-SIDE-RECORD
                        WRITE TAX-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-TAX-RATES
            CLOSE TAX-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "TAX-RATES UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-TAX-RATES.
      *     freight stays out of the taxable subtotal until the office
      *     marks the jurisdiction through TAX-RATE-MAINTENANCE
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT TAX-SIDE
            OPEN OUTPUT TAX-RATES
            PERFORM UNTIL WS-EOF = "Y"
                READ TAX-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO TAX-RATE-RECORD
                        MOVE TAX-SIDE-RECORD(1:29) TO
                            TAX-RATE-RECORD(1:29)
                        MOVE "N" TO TX-FREIGHT-TAXABLE
                        WRITE TAX-RATE-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    TX-JURIS-CODE
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE TAX-SIDE
            CLOSE TAX-RATES

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "TAX-RATES RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

        CONVERT-AR-LEDGER.
            OPEN INPUT OLD-AR-LEDGER
            EVALUATE WS-OLD-AR-STATUS
                WHEN "00"
                    PERFORM UNLOAD-OLD-AR-ITEMS
                    PERFORM RELOAD-NEW-AR-ITEMS
                WHEN "35"
                    DISPLAY "AR-LEDGER.DAT NOT ON FILE - "
                        "NOTHING TO CONVERT"
                WHEN "39"
                    DISPLAY "AR-LEDGER.DAT DOES NOT MATCH"
                        " THE OLD LAYOUT - ALREADY CONVERTED"
                WHEN OTHER
                    DISPLAY "AR-LEDGER.DAT OPEN FAILED - "
                        "STATUS " WS-OLD-AR-STATUS
            END-EVALUATE.

        UNLOAD-OLD-AR-ITEMS.
            MOVE ZERO TO WS-UNLOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN OUTPUT AR-SIDE
            PERFORM UNTIL WS-EOF = "Y"
                READ OLD-AR-LEDGER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE OLD-AR-OPEN-ITEM-RECORD TO
                            AR-SIDE-RECORD
                        WRITE AR-SIDE-RECORD
                        ADD 1 TO WS-UNLOAD-COUNT
                END-READ
            END-PERFORM
            CLOSE OLD-AR-LEDGER
            CLOSE AR-SIDE

            MOVE WS-UNLOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "AR-LEDGER UNLOADED - " WS-COUNT-DISP
                " RECORD(S)".

        RELOAD-NEW-AR-ITEMS.
      *     every item on file was billed in home currency - USD at
      *     a rate of 1, the foreign amounts the same as the home
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT AR-SIDE
            OPEN OUTPUT AR-LEDGER
            PERFORM UNTIL WS-EOF = "Y"
                READ AR-SIDE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO AR-OPEN-ITEM-RECORD
                        MOVE AR-SIDE-RECORD(1:58) TO
                            AR-OPEN-ITEM-RECORD(1:58)
                        MOVE "USD" TO AR-CURRENCY-CODE
                        MOVE 1 TO AR-EXCHANGE-RATE
                        MOVE AR-INVOICE-AMOUNT TO AR-FOREIGN-AMOUNT
                        MOVE AR-PAID-AMOUNT TO AR-FOREIGN-PAID
                        WRITE AR-OPEN-ITEM-RECORD
                            INVALID KEY
                                DISPLAY "DUPLICATE KEY SKIPPED: "
                                    AR-INVOICE-NO
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOAD-COUNT
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE AR-SIDE
            CLOSE AR-LEDGER

            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "AR-LEDGER RELOADED - " WS-COUNT-DISP
                " RECORD(S)".

            END PROGRAM MASTER-FILE-CONVERT.

      * AP-PAYMENT-RUN - pays the vouchers VENDOR-INVOICE-ENTRY cuts
      * instead of leaving them to the bookkeeper's memory. For a
      * prompted cutoff date it selects every open voucher that falls
      * due by the cutoff under the vendor's VENDOR-MASTER terms, or
      * whose early-pay discount is still open today but would lapse
      * by the cutoff. The selection goes through a sort by vendor so
      * each vendor gets one check: a check number from the shared
      * TICKET-SEQUENCE generator, a line on the check register
      * (CHECK-REGISTER.DAT) and a remittance advice listing the
      * invoices it clears (REMITTANCE-ADVICE.DAT). Each paid voucher
      * is stamped PAID with its check number, date and discount,
      * and the check is appended to AP-DISBURSEMENT.DAT for
      * GL-EXTRACT. Nothing is written until the operator confirms
      * the run totals.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AP-PAYMENT-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VOUCHER ASSIGN TO "VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VOUCHER-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

            SELECT AP-DISBURSEMENT ASSIGN TO "AP-DISBURSEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DISB-STATUS.

            SELECT CHECK-REGISTER ASSIGN TO "CHECK-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT REMITTANCE-ADVICE
                ASSIGN TO "REMITTANCE-ADVICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REMIT-STATUS.

            SELECT PAY-SORT ASSIGN TO "PAY-SORT.TMP".

        DATA DIVISION.
        FILE SECTION.
        FD  VOUCHER.
            COPY "VOUCHER-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  AP-DISBURSEMENT.
            COPY "AP-DISBURSEMENT-RECORD.cpy".

        FD  CHECK-REGISTER.
        01  CHECK-REGISTER-LINE      PIC X(132).

        FD  REMITTANCE-ADVICE.
        01  REMITTANCE-LINE          PIC X(132).

        SD  PAY-SORT.
        01  PAY-SORT-RECORD.
            05  PAY-SORT-VENDOR      PIC X(6).
            05  PAY-SORT-VOUCHER     PIC 9(8).
            05  PAY-SORT-ROW         PIC 9(3).

        WORKING-STORAGE SECTION.
      * terms a vendor set up before terms were kept pays on
        78 DEFAULT-NET-DAYS      VALUE 30.

        01 WS-VOUCHER-STATUS     PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 WS-DISB-STATUS        PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-REMIT-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-CHECK-DATE         PIC 9(8).
        01 WS-CHECK-DAYS         PIC 9(7).
        01 WS-CUTOFF-DATE        PIC 9(8).
        01 WS-CUTOFF-DAYS        PIC 9(7).
        01 WS-TICKET-NO          PIC 9(8).

      * the whole voucher file rides into the table so the paid ones
      * can be stamped and everything written back - LINE SEQUENTIAL
      * has no REWRITE, same whole-file save as VENDOR-INVOICE-ENTRY.
      * A file bigger than the table stops the run before anything
      * is paid - writing back a part of it would lose the rest.
        78 VOUCHER-MAX           VALUE 500.
        01 WS-VO-FULL            PIC X VALUE "N".
        01 WS-VO-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-VO-IDX             PIC 9(3).
        01 WS-VO-TABLE.
            05 WS-VO-ROW OCCURS 500 TIMES PIC X(108).
      * per-voucher selection, side by side with the rows above
        01 WS-SEL-TABLE.
            05 WS-SEL-ENTRY OCCURS 500 TIMES.
                10 WS-SEL-FLAG       PIC X.
                10 WS-SEL-DISC       PIC 9(7)V99.

        01 WS-NET-DAYS           PIC 9(3).
        01 WS-DISC-PCT           PIC 9(2)V99.
        01 WS-DISC-DAYS          PIC 9(3).
        01 WS-BASE-DATE          PIC 9(8).
        01 WS-BASE-DAYS          PIC 9(7).
        01 WS-DUE-DAYS           PIC 9(7).
        01 WS-DISC-LIMIT-DAYS    PIC 9(7).
        01 WS-DUE-DATE           PIC 9(8).

      * one check's worth of vouchers, accumulated across the
      * vendor break in the sort's output procedure
        01 WS-CUR-VENDOR         PIC X(6).
        01 WS-CHECK-COUNT        PIC 9(3).
        01 WS-CHECK-GROSS        PIC 9(9)V99.
        01 WS-CHECK-DISC         PIC 9(7)V99.
        01 WS-CHECK-NET          PIC 9(9)V99.
        01 WS-NET-AMOUNT         PIC 9(9)V99.

        01 WS-SELECT-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-SELECT-GROSS       PIC 9(11)V99 VALUE ZERO.
        01 WS-SELECT-DISC        PIC 9(9)V99 VALUE ZERO.
        01 WS-CHECKS-CUT         PIC 9(5) VALUE ZERO.
        01 WS-RUN-GROSS          PIC 9(11)V99 VALUE ZERO.
        01 WS-RUN-DISC           PIC 9(9)V99 VALUE ZERO.
        01 WS-RUN-NET            PIC 9(11)V99 VALUE ZERO.

        01 WS-GROSS-DISP         PIC ZZZZZZZZ9.99.
        01 WS-DISC-DISP          PIC ZZZZZZ9.99.
        01 WS-NET-DISP           PIC ZZZZZZZZ9.99.
        01 WS-COUNT-DISP         PIC ZZ9.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-CHECK-DATE
            COMPUTE WS-CHECK-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)

            DISPLAY "AP PAYMENT RUN - PAY THROUGH CUTOFF DATE"
                " (YYYYMMDD, 0 FOR TODAY):"
            ACCEPT WS-CUTOFF-DATE
            IF WS-CUTOFF-DATE = ZERO
                MOVE WS-CHECK-DATE TO WS-CUTOFF-DATE
            END-IF
            IF WS-CUTOFF-DATE < WS-CHECK-DATE
                DISPLAY "REJECTED: CUTOFF BEFORE TODAY"
                GOBACK
            END-IF
            COMPUTE WS-CUTOFF-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)

            PERFORM LOAD-VOUCHER-FILE
            IF WS-VO-FULL = "Y"
                DISPLAY "REJECTED: MORE THAN " VOUCHER-MAX
                    " VOUCHERS ON FILE - PURGE PAID VOUCHERS BEFORE"
                    " THE PAYMENT RUN"
                GOBACK
            END-IF
            IF WS-VO-COUNT = ZERO
                DISPLAY "NO VOUCHERS ON FILE"
                GOBACK
            END-IF

            OPEN INPUT VENDOR-MASTER
            PERFORM VARYING WS-VO-IDX FROM 1 BY 1
                    UNTIL WS-VO-IDX > WS-VO-COUNT
                PERFORM SELECT-ONE-VOUCHER
            END-PERFORM

            IF WS-SELECT-COUNT = ZERO
                DISPLAY "NOTHING DUE OR DISCOUNTABLE BY "
                    WS-CUTOFF-DATE
                IF WS-VENDOR-STATUS = "00"
                    CLOSE VENDOR-MASTER
                END-IF
                GOBACK
            END-IF

            MOVE WS-SELECT-GROSS TO WS-GROSS-DISP
            MOVE WS-SELECT-DISC TO WS-DISC-DISP
            DISPLAY "VOUCHERS SELECTED: " WS-SELECT-COUNT
                " GROSS " WS-GROSS-DISP " DISCOUNT " WS-DISC-DISP
            DISPLAY "PRINT CHECKS AND MARK VOUCHERS PAID (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "PAYMENT RUN CANCELLED - NOTHING WRITTEN"
                IF WS-VENDOR-STATUS = "00"
                    CLOSE VENDOR-MASTER
                END-IF
                GOBACK
            END-IF

      *     disbursements accumulate across runs - same OPEN EXTEND
      *     with an OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND AP-DISBURSEMENT
            IF WS-DISB-STATUS = "05" OR WS-DISB-STATUS = "35"
                CLOSE AP-DISBURSEMENT
                OPEN OUTPUT AP-DISBURSEMENT
            END-IF
            OPEN OUTPUT CHECK-REGISTER
            OPEN OUTPUT REMITTANCE-ADVICE
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO CHECK-REGISTER-LINE
                WRITE CHECK-REGISTER-LINE
            END-IF
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO REMITTANCE-LINE
                WRITE REMITTANCE-LINE
            END-IF
            PERFORM WRITE-REGISTER-HEADING

            SORT PAY-SORT
                ON ASCENDING KEY PAY-SORT-VENDOR
                                 PAY-SORT-VOUCHER
                INPUT PROCEDURE IS RELEASE-SELECTED
                OUTPUT PROCEDURE IS CUT-CHECKS

            PERFORM WRITE-REGISTER-TOTALS
            CLOSE REMITTANCE-ADVICE
            CLOSE CHECK-REGISTER
            CLOSE AP-DISBURSEMENT
            IF WS-VENDOR-STATUS = "00"
                CLOSE VENDOR-MASTER
            END-IF

            PERFORM REWRITE-VOUCHER-FILE

            MOVE WS-RUN-NET TO WS-NET-DISP
            DISPLAY "AP PAYMENT RUN COMPLETE - CHECKS: " WS-CHECKS-CUT
                " NET PAID " WS-NET-DISP
            GOBACK.

        LOAD-VOUCHER-FILE.
            MOVE ZERO TO WS-VO-COUNT
            OPEN INPUT VOUCHER
            IF WS-VOUCHER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ VOUCHER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-VO-COUNT < VOUCHER-MAX
                            ADD 1 TO WS-VO-COUNT
                            MOVE VOUCHER-RECORD
                                TO WS-VO-ROW(WS-VO-COUNT)
                        ELSE
                            MOVE "Y" TO WS-VO-FULL
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VOUCHER.

        SELECT-ONE-VOUCHER.
            MOVE "N" TO WS-SEL-FLAG(WS-VO-IDX)
            MOVE ZERO TO WS-SEL-DISC(WS-VO-IDX)
            MOVE WS-VO-ROW(WS-VO-IDX) TO VOUCHER-RECORD
            IF VO-PAY-STATUS = "PAID"
                EXIT PARAGRAPH
            END-IF

            PERFORM LOOK-UP-VENDOR-TERMS

      *     terms run from the vendor's invoice date; a voucher cut
      *     before that was kept runs from its approval date
            IF VO-INVOICE-DATE NUMERIC AND VO-INVOICE-DATE > ZERO
                MOVE VO-INVOICE-DATE TO WS-BASE-DATE
            ELSE
                MOVE VO-APPROVE-DATE TO WS-BASE-DATE
            END-IF
            COMPUTE WS-BASE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
            COMPUTE WS-DUE-DAYS = WS-BASE-DAYS + WS-NET-DAYS
            COMPUTE WS-DISC-LIMIT-DAYS = WS-BASE-DAYS + WS-DISC-DAYS

      *     a discount still open today is taken whenever the voucher
      *     is paid; one that would lapse before the cutoff pulls the
      *     voucher into this run even though it is not yet due
            IF WS-DISC-PCT > ZERO
                    AND WS-DISC-LIMIT-DAYS NOT < WS-CHECK-DAYS
                COMPUTE WS-SEL-DISC(WS-VO-IDX) ROUNDED =
                    VO-AMOUNT * WS-DISC-PCT / 100
                IF WS-DISC-LIMIT-DAYS NOT > WS-CUTOFF-DAYS
                    MOVE "Y" TO WS-SEL-FLAG(WS-VO-IDX)
                END-IF
            END-IF
            IF WS-DUE-DAYS NOT > WS-CUTOFF-DAYS
                MOVE "Y" TO WS-SEL-FLAG(WS-VO-IDX)
            END-IF

            IF WS-SEL-FLAG(WS-VO-IDX) = "Y"
                ADD 1 TO WS-SELECT-COUNT
                ADD VO-AMOUNT TO WS-SELECT-GROSS
                ADD WS-SEL-DISC(WS-VO-IDX) TO WS-SELECT-DISC
            ELSE
                MOVE ZERO TO WS-SEL-DISC(WS-VO-IDX)
            END-IF.

        LOOK-UP-VENDOR-TERMS.
            MOVE DEFAULT-NET-DAYS TO WS-NET-DAYS
            MOVE ZERO TO WS-DISC-PCT
            MOVE ZERO TO WS-DISC-DAYS
            MOVE SPACES TO VN-VENDOR-NAME
            IF WS-VENDOR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE VO-VENDOR-CODE TO VN-VENDOR-CODE
            READ VENDOR-MASTER
                INVALID KEY
                    MOVE SPACES TO VN-VENDOR-NAME
                    EXIT PARAGRAPH
            END-READ
            IF VN-NET-DAYS NUMERIC
                MOVE VN-NET-DAYS TO WS-NET-DAYS
            END-IF
            IF VN-DISC-PCT NUMERIC AND VN-DISC-DAYS NUMERIC
                MOVE VN-DISC-PCT TO WS-DISC-PCT
                MOVE VN-DISC-DAYS TO WS-DISC-DAYS
            END-IF.

        RELEASE-SELECTED.
            PERFORM VARYING WS-VO-IDX FROM 1 BY 1
                    UNTIL WS-VO-IDX > WS-VO-COUNT
                IF WS-SEL-FLAG(WS-VO-IDX) = "Y"
                    MOVE WS-VO-ROW(WS-VO-IDX) TO VOUCHER-RECORD
                    MOVE VO-VENDOR-CODE TO PAY-SORT-VENDOR
                    MOVE VO-VOUCHER-NO TO PAY-SORT-VOUCHER
                    MOVE WS-VO-IDX TO PAY-SORT-ROW
                    RELEASE PAY-SORT-RECORD
                END-IF
            END-PERFORM.

        CUT-CHECKS.
      *     one check per vendor - the vouchers arrive grouped by
      *     vendor, so the check closes out on the vendor break
            MOVE SPACES TO WS-CUR-VENDOR
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN PAY-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        IF PAY-SORT-VENDOR NOT = WS-CUR-VENDOR
                            IF WS-CUR-VENDOR NOT = SPACES
                                PERFORM CLOSE-OUT-CHECK
                            END-IF
                            PERFORM START-CHECK
                        END-IF
                        PERFORM PAY-ONE-VOUCHER
                END-RETURN
            END-PERFORM
            IF WS-CUR-VENDOR NOT = SPACES
                PERFORM CLOSE-OUT-CHECK
            END-IF.

        START-CHECK.
            MOVE PAY-SORT-VENDOR TO WS-CUR-VENDOR
            MOVE ZERO TO WS-CHECK-COUNT
            MOVE ZERO TO WS-CHECK-GROSS
            MOVE ZERO TO WS-CHECK-DISC
      *     the check number comes from the shared TICKET-SEQUENCE
      *     generator so document numbering stays in one series
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO

            MOVE SPACES TO VN-VENDOR-NAME
            IF WS-VENDOR-STATUS = "00"
                MOVE WS-CUR-VENDOR TO VN-VENDOR-CODE
                READ VENDOR-MASTER
                    INVALID KEY
                        MOVE SPACES TO VN-VENDOR-NAME
                END-READ
            END-IF

            MOVE SPACES TO REMITTANCE-LINE
            STRING "REMITTANCE ADVICE - CHECK " WS-TICKET-NO
                   " DATED " WS-CHECK-DATE
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
            WRITE REMITTANCE-LINE
            MOVE SPACES TO REMITTANCE-LINE
            STRING "PAY TO: " WS-CUR-VENDOR " " VN-VENDOR-NAME
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
            WRITE REMITTANCE-LINE
            MOVE SPACES TO REMITTANCE-LINE
            STRING "  YOUR INVOICE   VOUCHER   INV DATE"
                   "         GROSS    DISCOUNT      NET PAID"
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
            WRITE REMITTANCE-LINE.

        PAY-ONE-VOUCHER.
            MOVE PAY-SORT-ROW TO WS-VO-IDX
            MOVE WS-VO-ROW(WS-VO-IDX) TO VOUCHER-RECORD
            IF VO-INVOICE-DATE NUMERIC AND VO-INVOICE-DATE > ZERO
                MOVE VO-INVOICE-DATE TO WS-BASE-DATE
            ELSE
                MOVE VO-APPROVE-DATE TO WS-BASE-DATE
            END-IF

            MOVE "PAID" TO VO-PAY-STATUS
            MOVE WS-TICKET-NO TO VO-CHECK-NO
            MOVE WS-CHECK-DATE TO VO-PAID-DATE
            MOVE WS-SEL-DISC(WS-VO-IDX) TO VO-DISC-TAKEN
            MOVE VOUCHER-RECORD TO WS-VO-ROW(WS-VO-IDX)

            COMPUTE WS-NET-AMOUNT = VO-AMOUNT - VO-DISC-TAKEN
            ADD 1 TO WS-CHECK-COUNT
            ADD VO-AMOUNT TO WS-CHECK-GROSS
            ADD VO-DISC-TAKEN TO WS-CHECK-DISC

            MOVE VO-AMOUNT TO WS-GROSS-DISP
            MOVE VO-DISC-TAKEN TO WS-DISC-DISP
            MOVE WS-NET-AMOUNT TO WS-NET-DISP
            MOVE SPACES TO REMITTANCE-LINE
            STRING "  " VO-VENDOR-INV-NO
                   "   " VO-VOUCHER-NO
                   "  " WS-BASE-DATE
                   "  " WS-GROSS-DISP
                   "  " WS-DISC-DISP
                   "  " WS-NET-DISP
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
            WRITE REMITTANCE-LINE.

        CLOSE-OUT-CHECK.
            COMPUTE WS-CHECK-NET = WS-CHECK-GROSS - WS-CHECK-DISC

            MOVE WS-CHECK-GROSS TO WS-GROSS-DISP
            MOVE WS-CHECK-DISC TO WS-DISC-DISP
            MOVE WS-CHECK-NET TO WS-NET-DISP
            MOVE SPACES TO REMITTANCE-LINE
            STRING "  CHECK TOTAL                        "
                   "  " WS-GROSS-DISP
                   "  " WS-DISC-DISP
                   "  " WS-NET-DISP
                   DELIMITED BY SIZE INTO REMITTANCE-LINE
            WRITE REMITTANCE-LINE
            MOVE SPACES TO REMITTANCE-LINE
            WRITE REMITTANCE-LINE

            MOVE WS-CHECK-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO CHECK-REGISTER-LINE
            STRING WS-TICKET-NO
                   "  " WS-CUR-VENDOR
                   " " VN-VENDOR-NAME
                   "  " WS-COUNT-DISP
                   "  " WS-GROSS-DISP
                   "  " WS-DISC-DISP
                   "  " WS-NET-DISP
                   DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE

            MOVE WS-TICKET-NO TO AD-CHECK-NO
            MOVE WS-CHECK-DATE TO AD-CHECK-DATE
            MOVE WS-CUR-VENDOR TO AD-VENDOR-CODE
            MOVE WS-CHECK-COUNT TO AD-VOUCHER-COUNT
            MOVE WS-CHECK-GROSS TO AD-GROSS-AMOUNT
            MOVE WS-CHECK-DISC TO AD-DISC-AMOUNT
            MOVE WS-CHECK-NET TO AD-NET-AMOUNT
            WRITE AP-DISBURSEMENT-RECORD

            ADD 1 TO WS-CHECKS-CUT
            ADD WS-CHECK-GROSS TO WS-RUN-GROSS
            ADD WS-CHECK-DISC TO WS-RUN-DISC
            ADD WS-CHECK-NET TO WS-RUN-NET.

        WRITE-REGISTER-HEADING.
            MOVE SPACES TO CHECK-REGISTER-LINE
            STRING "CHECK REGISTER - CHECK DATE " WS-CHECK-DATE
                   " - PAID THROUGH " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE
            MOVE SPACES TO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE
            MOVE SPACES TO CHECK-REGISTER-LINE
            STRING "CHECK NO  VENDOR NAME                 VCH"
                   "         GROSS    DISCOUNT      NET PAID"
                   DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE.

        WRITE-REGISTER-TOTALS.
            MOVE SPACES TO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE
            MOVE WS-RUN-GROSS TO WS-GROSS-DISP
            MOVE WS-RUN-DISC TO WS-DISC-DISP
            MOVE WS-RUN-NET TO WS-NET-DISP
            MOVE SPACES TO CHECK-REGISTER-LINE
            STRING "TOTAL CHECKS " WS-CHECKS-CUT
                   "                      "
                   "  " WS-GROSS-DISP
                   "  " WS-DISC-DISP
                   "  " WS-NET-DISP
                   DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
            WRITE CHECK-REGISTER-LINE.

        REWRITE-VOUCHER-FILE.
            OPEN OUTPUT VOUCHER
            PERFORM VARYING WS-VO-IDX FROM 1 BY 1
                    UNTIL WS-VO-IDX > WS-VO-COUNT
                MOVE WS-VO-ROW(WS-VO-IDX) TO VOUCHER-RECORD
                WRITE VOUCHER-RECORD
            END-PERFORM
            CLOSE VOUCHER.

            END PROGRAM AP-PAYMENT-RUN.

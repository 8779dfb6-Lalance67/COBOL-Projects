      * DEPOSITS-HELD-REPORT - every customer deposit and progress
      * payment still held on CUSTOMER-DEPOSIT, by customer and
      * work order: the receipt, its date and check, what is still
      * held in the customer's currency and at home, and the
      * order's status. A deposit whose order was canceled, or
      * whose final invoice came to less than the deposit, will
      * never be applied by INVOICE-GENERATE - those are flagged
      * for a refund or credit by hand. The home total is what the
      * customer-deposit liability account should carry on the
      * ledger. The report goes to DEPOSITS-HELD-RPT.DAT and into
      * the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DEPOSITS-HELD-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-DEPOSIT ASSIGN TO "CUSTOMER-DEPOSIT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DP-DEPOSIT-KEY
                FILE STATUS IS WS-DEPOSIT-STATUS.

            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-CUSTOMER-STATUS.

            SELECT DEPOSIT-WORK ASSIGN TO "DEPOSIT-WORK.TMP".

            SELECT DEPOSIT-RPT ASSIGN TO "DEPOSITS-HELD-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-DEPOSIT.
            COPY "CUSTOMER-DEPOSIT-RECORD.cpy".

        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        SD  DEPOSIT-WORK.
        01  DEPOSIT-WORK-RECORD.
            05  DW-CUSTOMER-CODE     PIC X(6).
            05  DW-ORDER-NO          PIC 9(8).
            05  DW-RECEIPT-NO        PIC 9(8).
            05  DW-RECEIPT-DATE      PIC 9(8).
            05  DW-CHECK-NO          PIC X(10).
            05  DW-CURRENCY-CODE     PIC X(3).
            05  DW-FOREIGN-HELD      PIC 9(9)V99.
            05  DW-HOME-HELD         PIC 9(9)V99.
            05  DW-DEP-STATUS        PIC X(6).

        FD  DEPOSIT-RPT.
        01  DEPOSIT-LINE             PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-DEPOSIT-STATUS     PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the customer in hand on the report
        01 WS-CURRENT-CUSTOMER   PIC X(6) VALUE SPACES.
        01 WS-CURRENT-NAME       PIC X(30).
        01 WS-FIRST-CUSTOMER     PIC X VALUE "Y".
        01 WS-CU-HOME-HELD       PIC 9(11)V99.
        01 WS-CU-DEPOSITS        PIC 9(5).
        01 WS-ORDER-STATE        PIC X(8).
        01 WS-NOTE-TEXT          PIC X(30).

      * run totals
        01 WS-DEPOSIT-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-CUSTOMER-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-GRAND-HOME-HELD    PIC 9(11)V99 VALUE ZERO.
        01 WS-FLAGGED-HOME       PIC 9(11)V99 VALUE ZERO.

        01 WS-FOREIGN-DISP       PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-HOME-DISP          PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-DISP         PIC Z,ZZZ,ZZZ,ZZ9.99.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog - see
      * report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "DEPOSITS-HELD-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT WORK-ORDER
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT DEPOSIT-RPT
            MOVE SPACES TO DEPOSIT-LINE
            STRING "CUSTOMER DEPOSITS HELD AS OF " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE SPACES TO DEPOSIT-LINE
            WRITE DEPOSIT-LINE

            SORT DEPOSIT-WORK
                ON ASCENDING KEY DW-CUSTOMER-CODE
                ON ASCENDING KEY DW-ORDER-NO
                ON ASCENDING KEY DW-RECEIPT-NO
                INPUT PROCEDURE IS RELEASE-HELD-DEPOSITS
                OUTPUT PROCEDURE IS PRINT-HELD-DEPOSITS

            IF WS-FIRST-CUSTOMER = "N"
                PERFORM FINISH-CUSTOMER
            END-IF
            PERFORM WRITE-RUN-TOTALS
            CLOSE DEPOSIT-RPT
            CLOSE CUSTOMER-MASTER
            CLOSE WORK-ORDER

            MOVE "DEPOSITS-HELD" TO SPP-REPORT-NAME
            MOVE "DEPOSITS-HELD-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-DEPOSIT-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "DEPOSITS HELD WRITTEN TO DEPOSITS-HELD-RPT.DAT -"
                " DEPOSITS: " WS-DEPOSIT-COUNT
            GOBACK.

        RELEASE-HELD-DEPOSITS.
      *     a HELD deposit is held whole; a PART one still holds what
      *     its order's final invoice did not use
            OPEN INPUT CUSTOMER-DEPOSIT
            IF WS-DEPOSIT-STATUS NOT = "00"
                DISPLAY "(NO CUSTOMER DEPOSITS ON FILE)"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CUSTOMER-DEPOSIT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DP-STATUS = "HELD" OR DP-STATUS = "PART"
                            PERFORM RELEASE-ONE-DEPOSIT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-DEPOSIT.

        RELEASE-ONE-DEPOSIT.
            MOVE DP-CUSTOMER-CODE TO DW-CUSTOMER-CODE
            MOVE DP-ORDER-NO TO DW-ORDER-NO
            MOVE DP-RECEIPT-NO TO DW-RECEIPT-NO
            MOVE DP-RECEIPT-DATE TO DW-RECEIPT-DATE
            MOVE DP-CHECK-NO TO DW-CHECK-NO
            MOVE DP-CURRENCY-CODE TO DW-CURRENCY-CODE
            MOVE DP-STATUS TO DW-DEP-STATUS
            IF DP-STATUS = "HELD"
                MOVE DP-FOREIGN-AMOUNT TO DW-FOREIGN-HELD
                MOVE DP-AMOUNT TO DW-HOME-HELD
            ELSE
                COMPUTE DW-FOREIGN-HELD =
                    DP-FOREIGN-AMOUNT - DP-FOREIGN-APPLIED
                COMPUTE DW-HOME-HELD =
                    DP-AMOUNT - DP-APPLIED-AMOUNT
            END-IF
            RELEASE DEPOSIT-WORK-RECORD.

        PRINT-HELD-DEPOSITS.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN DEPOSIT-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-DEPOSIT
                END-RETURN
            END-PERFORM.

        PRINT-ONE-DEPOSIT.
            IF WS-FIRST-CUSTOMER = "Y"
                    OR DW-CUSTOMER-CODE NOT = WS-CURRENT-CUSTOMER
                IF WS-FIRST-CUSTOMER = "N"
                    PERFORM FINISH-CUSTOMER
                END-IF
                MOVE "N" TO WS-FIRST-CUSTOMER
                MOVE DW-CUSTOMER-CODE TO WS-CURRENT-CUSTOMER
                PERFORM START-CUSTOMER
            END-IF

      *     the order's state says whether the deposit can still be
      *     applied - a final invoice already out or a canceled
      *     order means it never will
            MOVE "NOT ON FILE" TO WS-ORDER-STATE
            MOVE DW-ORDER-NO TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WO-STATUS TO WS-ORDER-STATE
            END-READ
            MOVE SPACES TO WS-NOTE-TEXT
            EVALUATE TRUE
                WHEN DW-DEP-STATUS = "PART"
                    MOVE "EXCEEDS FINAL INVOICE - REFUND"
                        TO WS-NOTE-TEXT
                WHEN WS-ORDER-STATE = "CANCELED"
                    MOVE "ORDER CANCELED - REFUND DUE" TO WS-NOTE-TEXT
                WHEN WS-ORDER-STATE = "INVOICED"
                    MOVE "ORDER BILLED - NOT APPLIED" TO WS-NOTE-TEXT
                WHEN WS-ORDER-STATE = "NOT ON FILE"
                    MOVE "ORDER NOT ON FILE" TO WS-NOTE-TEXT
            END-EVALUATE
            IF WS-NOTE-TEXT NOT = SPACES
                ADD 1 TO WS-FLAGGED-COUNT
                ADD DW-HOME-HELD TO WS-FLAGGED-HOME
            END-IF

            MOVE DW-FOREIGN-HELD TO WS-FOREIGN-DISP
            MOVE DW-HOME-HELD TO WS-HOME-DISP
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  " DW-ORDER-NO
                   "  " WS-ORDER-STATE
                   "  " DW-RECEIPT-NO
                   "  " DW-RECEIPT-DATE
                   "  " DW-CHECK-NO
                   "  " DW-CURRENCY-CODE
                   " " WS-FOREIGN-DISP
                   "  " WS-HOME-DISP
                   "  " WS-NOTE-TEXT
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE

            ADD 1 TO WS-DEPOSIT-COUNT
            ADD 1 TO WS-CU-DEPOSITS
            ADD DW-HOME-HELD TO WS-CU-HOME-HELD.

        START-CUSTOMER.
            MOVE ZERO TO WS-CU-HOME-HELD WS-CU-DEPOSITS
            MOVE "NOT ON FILE" TO WS-CURRENT-NAME
            MOVE WS-CURRENT-CUSTOMER TO CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PERSON-NAME TO WS-CURRENT-NAME
            END-READ
            ADD 1 TO WS-CUSTOMER-COUNT
            MOVE SPACES TO DEPOSIT-LINE
            STRING "CUSTOMER: " WS-CURRENT-CUSTOMER
                   " " WS-CURRENT-NAME
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  ORDER     STATUS    RECEIPT   DATE      "
                   "CHECK       CUR HELD (CUST CUR)       HELD (HOME)"
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE.

        FINISH-CUSTOMER.
            MOVE WS-CU-HOME-HELD TO WS-TOTAL-DISP
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  CUSTOMER TOTAL HELD (HOME): " WS-TOTAL-DISP
                   "  DEPOSITS: " WS-CU-DEPOSITS
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE SPACES TO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            ADD WS-CU-HOME-HELD TO WS-GRAND-HOME-HELD.

        WRITE-RUN-TOTALS.
            MOVE SPACES TO DEPOSIT-LINE
            STRING "DEPOSITS HELD TOTALS"
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  CUSTOMERS:                 " WS-CUSTOMER-COUNT
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  DEPOSITS HELD:             " WS-DEPOSIT-COUNT
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            MOVE WS-GRAND-HOME-HELD TO WS-TOTAL-DISP
            MOVE SPACES TO DEPOSIT-LINE
            STRING "  TOTAL HELD (HOME):     " WS-TOTAL-DISP
                   "  - TIES TO CUSTOMER DEPOSITS HELD (2300)"
                   DELIMITED BY SIZE INTO DEPOSIT-LINE
            WRITE DEPOSIT-LINE
            IF WS-FLAGGED-COUNT > ZERO
                MOVE WS-FLAGGED-HOME TO WS-TOTAL-DISP
                MOVE SPACES TO DEPOSIT-LINE
                STRING "  *** NEEDING REFUND OR CREDIT: "
                       WS-FLAGGED-COUNT " DEPOSITS, "
                       WS-TOTAL-DISP " ***"
                       DELIMITED BY SIZE INTO DEPOSIT-LINE
                WRITE DEPOSIT-LINE
            END-IF.

            END PROGRAM DEPOSITS-HELD-REPORT.

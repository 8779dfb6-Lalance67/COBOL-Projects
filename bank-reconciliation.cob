      * BANK-RECONCILIATION - ties the operating account's monthly
      * bank statement (BANK-STATEMENT.DAT, as the bank sends it) to
      * the books instead of a highlighter on the printout. Deposits
      * on the books are the CASH-RECEIPT batches, one per receipt
      * number; checks are the vendor checks AP-PAYMENT-RUN cut into
      * AP-DISBURSEMENT.DAT. Each bank credit is matched to a deposit
      * by the customer check number or receipt number and amount,
      * falling back to the same amount within a few days; each bank
      * debit to a check by check number and amount. The report
      * (BANK-RECON-RPT.DAT) lists the outstanding checks, deposits
      * in transit and bank items with nothing on the books, and
      * proves the statement ending balance plus deposits in transit
      * less outstanding checks equals the book balance adjusted for
      * the unmatched bank items. The book balance carries forward
      * from BANK-RECON-HISTORY.DAT - the first reconciliation starts
      * from the statement's opening balance. Only a month that ties
      * is saved: its cleared items go to BANK-CLEARED.DAT and its
      * balances to the history.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BANK-RECONCILIATION.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BANK-STATEMENT ASSIGN TO "BANK-STATEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STMT-STATUS.

            SELECT CASH-RECEIPT ASSIGN TO "CASH-RECEIPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

            SELECT AP-DISBURSEMENT ASSIGN TO "AP-DISBURSEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DISB-STATUS.

            SELECT BANK-CLEARED ASSIGN TO "BANK-CLEARED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLEARED-STATUS.

            SELECT BANK-RECON-HISTORY
                ASSIGN TO "BANK-RECON-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT RECON-RPT ASSIGN TO "BANK-RECON-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BANK-STATEMENT.
            COPY "BANK-STATEMENT-RECORD.cpy".

        FD  CASH-RECEIPT.
            COPY "CASH-RECEIPT-RECORD.cpy".

        FD  AP-DISBURSEMENT.
            COPY "AP-DISBURSEMENT-RECORD.cpy".

        FD  BANK-CLEARED.
            COPY "BANK-CLEARED-RECORD.cpy".

        FD  BANK-RECON-HISTORY.
            COPY "BANK-RECON-HISTORY-RECORD.cpy".

        FD  RECON-RPT.
        01  RECON-LINE               PIC X(132).

        WORKING-STORAGE SECTION.
      * how far apart a bank credit and a book deposit of the same
      * amount may be dated and still be called the same deposit
        78 DEPOSIT-MATCH-DAYS    VALUE 5.

        01 WS-STMT-STATUS        PIC XX.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-DISB-STATUS        PIC XX.
        01 WS-CLEARED-STATUS     PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the statement header
        01 WS-HEADER-FOUND       PIC X VALUE "N".
        01 WS-STMT-START         PIC 9(8).
        01 WS-STMT-END           PIC 9(8).
        01 WS-STMT-OPEN          PIC S9(9)V99.
        01 WS-STMT-CLOSE         PIC S9(9)V99.

      * the last reconciled month, if any
        01 WS-HISTORY-FOUND      PIC X VALUE "N".
        01 WS-LAST-END           PIC 9(8) VALUE ZERO.
        01 WS-LAST-BOOK          PIC S9(9)V99 VALUE ZERO.

      * items earlier statements already cleared
        01 WS-CLR-COUNT          PIC 9(4) VALUE ZERO.
        01 WS-CLR-IDX            PIC 9(4).
        01 WS-CLR-TABLE.
            05 WS-CLR-ENTRY OCCURS 3000 TIMES.
                10 WS-CLR-TYPE       PIC X.
                10 WS-CLR-REF        PIC 9(8).
        01 WS-CHECK-TYPE         PIC X.
        01 WS-CHECK-REF          PIC 9(8).
        01 WS-IS-CLEARED         PIC X.

      * the statement's posted items - state O open, M matched
        01 WS-BANK-COUNT         PIC 9(3) VALUE ZERO.
        01 WS-BANK-IDX           PIC 9(3).
        01 WS-BANK-TABLE.
            05 WS-BANK-ENTRY OCCURS 500 TIMES.
                10 WS-BANK-DATE      PIC 9(8).
                10 WS-BANK-REF       PIC X(10).
                10 WS-BANK-AMOUNT    PIC 9(9)V99.
                10 WS-BANK-DR-CR     PIC X.
                10 WS-BANK-DESC      PIC X(20).
                10 WS-BANK-STATE     PIC X.

      * book deposits, one row per receipt number - state O open,
      * M matched this statement, X cleared by an earlier statement,
      * P dated before the first statement ever reconciled
        01 WS-DEP-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-DEP-IDX            PIC 9(3).
        01 WS-DEP-FOUND          PIC 9(3).
        01 WS-DEP-TABLE.
            05 WS-DEP-ENTRY OCCURS 500 TIMES.
                10 WS-DEP-RECEIPT    PIC 9(8).
                10 WS-DEP-DATE       PIC 9(8).
                10 WS-DEP-CHECK-NO   PIC X(10).
                10 WS-DEP-AMOUNT     PIC 9(9)V99.
                10 WS-DEP-STATE      PIC X.
                10 WS-DEP-BANK-DATE  PIC 9(8).

      * book checks, one row per vendor check - same states
        01 WS-CHK-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-CHK-IDX            PIC 9(3).
        01 WS-CHK-TABLE.
            05 WS-CHK-ENTRY OCCURS 500 TIMES.
                10 WS-CHK-NUMBER     PIC 9(8).
                10 WS-CHK-DATE       PIC 9(8).
                10 WS-CHK-VENDOR     PIC X(6).
                10 WS-CHK-AMOUNT     PIC 9(9)V99.
                10 WS-CHK-STATE      PIC X.
                10 WS-CHK-BANK-DATE  PIC 9(8).

        01 WS-REF-TEXT           PIC X(10).
        01 WS-DAY-GAP            PIC S9(7).

      * the reconciliation
        01 WS-BOOK-OPEN          PIC S9(11)V99.
        01 WS-BOOK-DEPOSITS      PIC S9(11)V99 VALUE ZERO.
        01 WS-BOOK-CHECKS        PIC S9(11)V99 VALUE ZERO.
        01 WS-BOOK-BALANCE       PIC S9(11)V99.
        01 WS-IN-TRANSIT         PIC S9(11)V99 VALUE ZERO.
        01 WS-OUTSTANDING        PIC S9(11)V99 VALUE ZERO.
        01 WS-BANK-ONLY-CR       PIC S9(11)V99 VALUE ZERO.
        01 WS-BANK-ONLY-DR       PIC S9(11)V99 VALUE ZERO.
        01 WS-ADJ-BANK           PIC S9(11)V99.
        01 WS-ADJ-BOOK           PIC S9(11)V99.
        01 WS-DIFFERENCE         PIC S9(11)V99.
        01 WS-MATCHED-DEP        PIC 9(4) VALUE ZERO.
        01 WS-MATCHED-CHK        PIC 9(4) VALUE ZERO.
        01 WS-LIST-COUNT         PIC 9(4).

        01 WS-AMOUNT-DISP        PIC ZZZZZZZZZ9.99-.
        01 WS-ITEM-DISP          PIC ZZZZZZZZ9.99.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            PERFORM LOAD-STATEMENT
            IF WS-HEADER-FOUND = "N"
                DISPLAY "BANK-STATEMENT NOT AVAILABLE OR HAS NO"
                    " HEADER RECORD - STATUS " WS-STMT-STATUS
                GOBACK
            END-IF

            PERFORM LOAD-HISTORY
            PERFORM LOAD-CLEARED
            PERFORM LOAD-BOOK-DEPOSITS
            PERFORM LOAD-BOOK-CHECKS

            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-COUNT
                PERFORM MATCH-BY-REFERENCE
            END-PERFORM
            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-COUNT
                PERFORM MATCH-BY-AMOUNT
            END-PERFORM

            PERFORM COMPUTE-RECONCILIATION
            PERFORM WRITE-RECON-REPORT

            IF WS-DIFFERENCE NOT = ZERO
                MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
                DISPLAY "BANK RECONCILIATION OUT BY " WS-AMOUNT-DISP
                    " - SEE BANK-RECON-RPT.DAT, NOTHING SAVED"
                GOBACK
            END-IF
            IF WS-HISTORY-FOUND = "Y"
                    AND WS-STMT-END NOT > WS-LAST-END
                DISPLAY "STATEMENT ENDING " WS-STMT-END
                    " ALREADY RECONCILED - NOTHING SAVED"
                GOBACK
            END-IF

            PERFORM SAVE-RECONCILIATION
            DISPLAY "BANK RECONCILIATION TIES FOR STATEMENT ENDING "
                WS-STMT-END " - DEPOSITS MATCHED " WS-MATCHED-DEP
                " CHECKS MATCHED " WS-MATCHED-CHK
            GOBACK.

        LOAD-STATEMENT.
            OPEN INPUT BANK-STATEMENT
            IF WS-STMT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BANK-STATEMENT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM LOAD-ONE-STATEMENT-LINE
                END-READ
            END-PERFORM
            CLOSE BANK-STATEMENT.

        LOAD-ONE-STATEMENT-LINE.
            EVALUATE BS-RECORD-TYPE
                WHEN "H"
                    MOVE "Y" TO WS-HEADER-FOUND
                    MOVE BS-STMT-START TO WS-STMT-START
                    MOVE BS-STMT-END TO WS-STMT-END
                    MOVE BS-OPEN-BALANCE TO WS-STMT-OPEN
                    MOVE BS-CLOSE-BALANCE TO WS-STMT-CLOSE
                WHEN "D"
                    IF WS-BANK-COUNT < 500
                        ADD 1 TO WS-BANK-COUNT
                        MOVE BS-TRAN-DATE
                            TO WS-BANK-DATE(WS-BANK-COUNT)
                        MOVE BS-REFERENCE
                            TO WS-BANK-REF(WS-BANK-COUNT)
                        MOVE BS-AMOUNT
                            TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                        MOVE BS-DR-CR
                            TO WS-BANK-DR-CR(WS-BANK-COUNT)
                        MOVE BS-DESCRIPTION
                            TO WS-BANK-DESC(WS-BANK-COUNT)
                        MOVE "O" TO WS-BANK-STATE(WS-BANK-COUNT)
                    END-IF
            END-EVALUATE.

        LOAD-HISTORY.
      *     the last entry is the month this one follows
            OPEN INPUT BANK-RECON-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BANK-RECON-HISTORY
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE "Y" TO WS-HISTORY-FOUND
                        MOVE BH-STMT-END TO WS-LAST-END
                        MOVE BH-BOOK-BALANCE TO WS-LAST-BOOK
                END-READ
            END-PERFORM
            CLOSE BANK-RECON-HISTORY.

        LOAD-CLEARED.
            OPEN INPUT BANK-CLEARED
            IF WS-CLEARED-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ BANK-CLEARED
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-CLR-COUNT < 3000
                            ADD 1 TO WS-CLR-COUNT
                            MOVE BC-ITEM-TYPE
                                TO WS-CLR-TYPE(WS-CLR-COUNT)
                            MOVE BC-REFERENCE
                                TO WS-CLR-REF(WS-CLR-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BANK-CLEARED.

        CHECK-IF-CLEARED.
            MOVE "N" TO WS-IS-CLEARED
            PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                    UNTIL WS-CLR-IDX > WS-CLR-COUNT
                IF WS-CLR-TYPE(WS-CLR-IDX) = WS-CHECK-TYPE
                        AND WS-CLR-REF(WS-CLR-IDX) = WS-CHECK-REF
                    MOVE "Y" TO WS-IS-CLEARED
                END-IF
            END-PERFORM.

        LOAD-BOOK-DEPOSITS.
      *     a customer check applied across several invoices leaves
      *     several entries under one receipt number - the bank sees
      *     one deposit, so they roll up by receipt number
            OPEN INPUT CASH-RECEIPT
            IF WS-RECEIPT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CASH-RECEIPT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CR-RECEIPT-DATE NOT > WS-STMT-END
                            PERFORM ADD-BOOK-DEPOSIT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASH-RECEIPT

            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                MOVE "D" TO WS-CHECK-TYPE
                MOVE WS-DEP-RECEIPT(WS-DEP-IDX) TO WS-CHECK-REF
                PERFORM CHECK-IF-CLEARED
                IF WS-IS-CLEARED = "Y"
                    MOVE "X" TO WS-DEP-STATE(WS-DEP-IDX)
                END-IF
      *         the first reconciliation takes anything dated before
      *         its statement as cleared before records were kept
                IF WS-HISTORY-FOUND = "N"
                        AND WS-DEP-DATE(WS-DEP-IDX) < WS-STMT-START
                        AND WS-IS-CLEARED = "N"
                    MOVE "P" TO WS-DEP-STATE(WS-DEP-IDX)
                END-IF
            END-PERFORM.

        ADD-BOOK-DEPOSIT.
            MOVE ZERO TO WS-DEP-FOUND
            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                IF WS-DEP-RECEIPT(WS-DEP-IDX) = CR-RECEIPT-NO
                    MOVE WS-DEP-IDX TO WS-DEP-FOUND
                END-IF
            END-PERFORM
            IF WS-DEP-FOUND = ZERO
                IF WS-DEP-COUNT NOT < 500
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-DEP-COUNT
                MOVE WS-DEP-COUNT TO WS-DEP-FOUND
                MOVE CR-RECEIPT-NO TO WS-DEP-RECEIPT(WS-DEP-FOUND)
                MOVE CR-RECEIPT-DATE TO WS-DEP-DATE(WS-DEP-FOUND)
                MOVE CR-CHECK-NO TO WS-DEP-CHECK-NO(WS-DEP-FOUND)
                MOVE ZERO TO WS-DEP-AMOUNT(WS-DEP-FOUND)
                MOVE "O" TO WS-DEP-STATE(WS-DEP-FOUND)
                MOVE ZERO TO WS-DEP-BANK-DATE(WS-DEP-FOUND)
            END-IF
      *     what reached the bank - a foreign-currency check is
      *     worth its receipt-date home amount, not the AR relief
            IF CR-HOME-RECEIVED IS NUMERIC
                ADD CR-HOME-RECEIVED TO WS-DEP-AMOUNT(WS-DEP-FOUND)
            ELSE
                ADD CR-APPLIED-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-FOUND)
            END-IF.

        LOAD-BOOK-CHECKS.
            OPEN INPUT AP-DISBURSEMENT
            IF WS-DISB-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AP-DISBURSEMENT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AD-CHECK-DATE NOT > WS-STMT-END
                                AND WS-CHK-COUNT < 500
                            PERFORM ADD-BOOK-CHECK
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AP-DISBURSEMENT.

        ADD-BOOK-CHECK.
            ADD 1 TO WS-CHK-COUNT
            MOVE AD-CHECK-NO TO WS-CHK-NUMBER(WS-CHK-COUNT)
            MOVE AD-CHECK-DATE TO WS-CHK-DATE(WS-CHK-COUNT)
            MOVE AD-VENDOR-CODE TO WS-CHK-VENDOR(WS-CHK-COUNT)
            MOVE AD-NET-AMOUNT TO WS-CHK-AMOUNT(WS-CHK-COUNT)
            MOVE "O" TO WS-CHK-STATE(WS-CHK-COUNT)
            MOVE ZERO TO WS-CHK-BANK-DATE(WS-CHK-COUNT)

            MOVE "C" TO WS-CHECK-TYPE
            MOVE AD-CHECK-NO TO WS-CHECK-REF
            PERFORM CHECK-IF-CLEARED
            IF WS-IS-CLEARED = "Y"
                MOVE "X" TO WS-CHK-STATE(WS-CHK-COUNT)
            END-IF
            IF WS-HISTORY-FOUND = "N"
                    AND AD-CHECK-DATE < WS-STMT-START
                    AND WS-IS-CLEARED = "N"
                MOVE "P" TO WS-CHK-STATE(WS-CHK-COUNT)
            END-IF.

        MATCH-BY-REFERENCE.
      *     a credit matches a deposit whose customer check number or
      *     receipt number the bank quotes, for the same amount; a
      *     debit matches the vendor check by number and amount
            IF WS-BANK-DR-CR(WS-BANK-IDX) = "C"
                PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                        UNTIL WS-DEP-IDX > WS-DEP-COUNT
                           OR WS-BANK-STATE(WS-BANK-IDX) = "M"
                    MOVE WS-DEP-RECEIPT(WS-DEP-IDX) TO WS-REF-TEXT
                    IF WS-DEP-STATE(WS-DEP-IDX) = "O"
                            AND WS-DEP-AMOUNT(WS-DEP-IDX)
                                = WS-BANK-AMOUNT(WS-BANK-IDX)
                            AND (WS-DEP-CHECK-NO(WS-DEP-IDX)
                                    = WS-BANK-REF(WS-BANK-IDX)
                                OR WS-REF-TEXT
                                    = WS-BANK-REF(WS-BANK-IDX))
                        PERFORM MARK-DEPOSIT-MATCHED
                    END-IF
                END-PERFORM
            ELSE
                PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                        UNTIL WS-CHK-IDX > WS-CHK-COUNT
                           OR WS-BANK-STATE(WS-BANK-IDX) = "M"
                    MOVE WS-CHK-NUMBER(WS-CHK-IDX) TO WS-REF-TEXT
                    IF WS-CHK-STATE(WS-CHK-IDX) = "O"
                            AND WS-CHK-AMOUNT(WS-CHK-IDX)
                                = WS-BANK-AMOUNT(WS-BANK-IDX)
                            AND WS-REF-TEXT = WS-BANK-REF(WS-BANK-IDX)
                        MOVE "M" TO WS-CHK-STATE(WS-CHK-IDX)
                        MOVE WS-BANK-DATE(WS-BANK-IDX)
                            TO WS-CHK-BANK-DATE(WS-CHK-IDX)
                        MOVE "M" TO WS-BANK-STATE(WS-BANK-IDX)
                        ADD 1 TO WS-MATCHED-CHK
                    END-IF
                END-PERFORM
            END-IF.

        MATCH-BY-AMOUNT.
      *     a deposit the bank posted without a usable reference still
      *     matches a book deposit of the same amount dated within
      *     DEPOSIT-MATCH-DAYS of it; checks always carry a number
            IF WS-BANK-STATE(WS-BANK-IDX) NOT = "O"
                    OR WS-BANK-DR-CR(WS-BANK-IDX) NOT = "C"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                       OR WS-BANK-STATE(WS-BANK-IDX) = "M"
                IF WS-DEP-STATE(WS-DEP-IDX) = "O"
                        AND WS-DEP-AMOUNT(WS-DEP-IDX)
                            = WS-BANK-AMOUNT(WS-BANK-IDX)
                    COMPUTE WS-DAY-GAP =
                        FUNCTION INTEGER-OF-DATE(
                            WS-BANK-DATE(WS-BANK-IDX))
                        - FUNCTION INTEGER-OF-DATE(
                            WS-DEP-DATE(WS-DEP-IDX))
                    IF WS-DAY-GAP NOT < ZERO
                            AND WS-DAY-GAP NOT > DEPOSIT-MATCH-DAYS
                        PERFORM MARK-DEPOSIT-MATCHED
                    END-IF
                END-IF
            END-PERFORM.

        MARK-DEPOSIT-MATCHED.
            MOVE "M" TO WS-DEP-STATE(WS-DEP-IDX)
            MOVE WS-BANK-DATE(WS-BANK-IDX)
                TO WS-DEP-BANK-DATE(WS-DEP-IDX)
            MOVE "M" TO WS-BANK-STATE(WS-BANK-IDX)
            ADD 1 TO WS-MATCHED-DEP.

        COMPUTE-RECONCILIATION.
      *     book balance = last reconciled book balance (or, the first
      *     time, the statement's opening balance) plus deposits less
      *     checks dated since
            IF WS-HISTORY-FOUND = "Y"
                MOVE WS-LAST-BOOK TO WS-BOOK-OPEN
            ELSE
                MOVE WS-STMT-OPEN TO WS-BOOK-OPEN
            END-IF

            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                IF WS-DEP-STATE(WS-DEP-IDX) NOT = "P"
                        AND WS-DEP-DATE(WS-DEP-IDX) > WS-LAST-END
                    ADD WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-BOOK-DEPOSITS
                END-IF
                IF WS-DEP-STATE(WS-DEP-IDX) = "O"
                    ADD WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-IN-TRANSIT
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                    UNTIL WS-CHK-IDX > WS-CHK-COUNT
                IF WS-CHK-STATE(WS-CHK-IDX) NOT = "P"
                        AND WS-CHK-DATE(WS-CHK-IDX) > WS-LAST-END
                    ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-BOOK-CHECKS
                END-IF
                IF WS-CHK-STATE(WS-CHK-IDX) = "O"
                    ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-OUTSTANDING
                END-IF
            END-PERFORM
            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-COUNT
                IF WS-BANK-STATE(WS-BANK-IDX) = "O"
                    IF WS-BANK-DR-CR(WS-BANK-IDX) = "C"
                        ADD WS-BANK-AMOUNT(WS-BANK-IDX)
                            TO WS-BANK-ONLY-CR
                    ELSE
                        ADD WS-BANK-AMOUNT(WS-BANK-IDX)
                            TO WS-BANK-ONLY-DR
                    END-IF
                END-IF
            END-PERFORM

            COMPUTE WS-BOOK-BALANCE =
                WS-BOOK-OPEN + WS-BOOK-DEPOSITS - WS-BOOK-CHECKS
            COMPUTE WS-ADJ-BANK =
                WS-STMT-CLOSE + WS-IN-TRANSIT - WS-OUTSTANDING
            COMPUTE WS-ADJ-BOOK =
                WS-BOOK-BALANCE + WS-BANK-ONLY-CR - WS-BANK-ONLY-DR
            COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK.

        WRITE-RECON-REPORT.
            OPEN OUTPUT RECON-RPT

            MOVE SPACES TO RECON-LINE
            STRING "BANK RECONCILIATION - STATEMENT " WS-STMT-START
                   " TO " WS-STMT-END " - RUN DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE SPACES TO RECON-LINE
            STRING "DEPOSITS MATCHED " WS-MATCHED-DEP
                   "   CHECKS MATCHED " WS-MATCHED-CHK
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE "OUTSTANDING CHECKS" TO RECON-LINE
            WRITE RECON-LINE
            MOVE ZERO TO WS-LIST-COUNT
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                    UNTIL WS-CHK-IDX > WS-CHK-COUNT
                IF WS-CHK-STATE(WS-CHK-IDX) = "O"
                    ADD 1 TO WS-LIST-COUNT
                    MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-ITEM-DISP
                    MOVE SPACES TO RECON-LINE
                    STRING "  CHECK " WS-CHK-NUMBER(WS-CHK-IDX)
                           "  " WS-CHK-DATE(WS-CHK-IDX)
                           "  VENDOR " WS-CHK-VENDOR(WS-CHK-IDX)
                           "  " WS-ITEM-DISP
                           DELIMITED BY SIZE INTO RECON-LINE
                    WRITE RECON-LINE
                END-IF
            END-PERFORM
            IF WS-LIST-COUNT = ZERO
                MOVE "  NONE" TO RECON-LINE
                WRITE RECON-LINE
            END-IF

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE "DEPOSITS IN TRANSIT" TO RECON-LINE
            WRITE RECON-LINE
            MOVE ZERO TO WS-LIST-COUNT
            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                IF WS-DEP-STATE(WS-DEP-IDX) = "O"
                    ADD 1 TO WS-LIST-COUNT
                    MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-ITEM-DISP
                    MOVE SPACES TO RECON-LINE
                    STRING "  RECEIPT " WS-DEP-RECEIPT(WS-DEP-IDX)
                           "  " WS-DEP-DATE(WS-DEP-IDX)
                           "  CUST CHECK " WS-DEP-CHECK-NO(WS-DEP-IDX)
                           "  " WS-ITEM-DISP
                           DELIMITED BY SIZE INTO RECON-LINE
                    WRITE RECON-LINE
                END-IF
            END-PERFORM
            IF WS-LIST-COUNT = ZERO
                MOVE "  NONE" TO RECON-LINE
                WRITE RECON-LINE
            END-IF

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE "BANK ITEMS NOT ON THE BOOKS" TO RECON-LINE
            WRITE RECON-LINE
            MOVE ZERO TO WS-LIST-COUNT
            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-COUNT
                IF WS-BANK-STATE(WS-BANK-IDX) = "O"
                    ADD 1 TO WS-LIST-COUNT
                    MOVE WS-BANK-AMOUNT(WS-BANK-IDX) TO WS-ITEM-DISP
                    MOVE SPACES TO RECON-LINE
                    STRING "  " WS-BANK-DATE(WS-BANK-IDX)
                           "  " WS-BANK-DR-CR(WS-BANK-IDX)
                           "  REF " WS-BANK-REF(WS-BANK-IDX)
                           "  " WS-BANK-DESC(WS-BANK-IDX)
                           "  " WS-ITEM-DISP
                           DELIMITED BY SIZE INTO RECON-LINE
                    WRITE RECON-LINE
                END-IF
            END-PERFORM
            IF WS-LIST-COUNT = ZERO
                MOVE "  NONE" TO RECON-LINE
                WRITE RECON-LINE
            END-IF

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-STMT-CLOSE TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "STATEMENT ENDING BALANCE:   " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-IN-TRANSIT TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "  ADD DEPOSITS IN TRANSIT:  " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-OUTSTANDING TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "  LESS OUTSTANDING CHECKS:  " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-ADJ-BANK TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "ADJUSTED BANK BALANCE:      " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-BOOK-BALANCE TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "BOOK BALANCE:               " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-BANK-ONLY-CR TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "  ADD BANK CREDITS TO BOOK: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-BANK-ONLY-DR TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "  LESS BANK DEBITS TO BOOK: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE
            MOVE WS-ADJ-BOOK TO WS-AMOUNT-DISP
            MOVE SPACES TO RECON-LINE
            STRING "ADJUSTED BOOK BALANCE:      " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RECON-LINE
            WRITE RECON-LINE

            MOVE SPACES TO RECON-LINE
            WRITE RECON-LINE
            MOVE SPACES TO RECON-LINE
            IF WS-DIFFERENCE = ZERO
                STRING "RECONCILED - BANK AND BOOK AGREE"
                       DELIMITED BY SIZE INTO RECON-LINE
            ELSE
                MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
                STRING "*** NOT RECONCILED - DIFFERENCE "
                       WS-AMOUNT-DISP " ***"
                       DELIMITED BY SIZE INTO RECON-LINE
            END-IF
            WRITE RECON-LINE

            CLOSE RECON-RPT.

        SAVE-RECONCILIATION.
      *     cleared items and the month's balances accumulate across
      *     runs - same OPEN EXTEND with an OPEN OUTPUT fallback the
      *     first time as AUDIT-LOG
            OPEN EXTEND BANK-CLEARED
            IF WS-CLEARED-STATUS = "05" OR WS-CLEARED-STATUS = "35"
                CLOSE BANK-CLEARED
                OPEN OUTPUT BANK-CLEARED
            END-IF
            PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                IF WS-DEP-STATE(WS-DEP-IDX) = "M"
                        OR WS-DEP-STATE(WS-DEP-IDX) = "P"
                    MOVE "D" TO BC-ITEM-TYPE
                    MOVE WS-DEP-RECEIPT(WS-DEP-IDX) TO BC-REFERENCE
                    MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO BC-AMOUNT
                    MOVE WS-DEP-BANK-DATE(WS-DEP-IDX) TO BC-BANK-DATE
                    MOVE WS-STMT-END TO BC-STMT-END
                    WRITE BANK-CLEARED-RECORD
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                    UNTIL WS-CHK-IDX > WS-CHK-COUNT
                IF WS-CHK-STATE(WS-CHK-IDX) = "M"
                        OR WS-CHK-STATE(WS-CHK-IDX) = "P"
                    MOVE "C" TO BC-ITEM-TYPE
                    MOVE WS-CHK-NUMBER(WS-CHK-IDX) TO BC-REFERENCE
                    MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO BC-AMOUNT
                    MOVE WS-CHK-BANK-DATE(WS-CHK-IDX) TO BC-BANK-DATE
                    MOVE WS-STMT-END TO BC-STMT-END
                    WRITE BANK-CLEARED-RECORD
                END-IF
            END-PERFORM
            CLOSE BANK-CLEARED

            OPEN EXTEND BANK-RECON-HISTORY
            IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
                CLOSE BANK-RECON-HISTORY
                OPEN OUTPUT BANK-RECON-HISTORY
            END-IF
            MOVE WS-STMT-END TO BH-STMT-END
            MOVE WS-STMT-CLOSE TO BH-STMT-BALANCE
      *     the bank-only items are the bookkeeper's to post (fees,
      *     interest, returned checks), so the balance carried
      *     forward is the adjusted one
            MOVE WS-ADJ-BOOK TO BH-BOOK-BALANCE
            MOVE WS-TODAY-DATE TO BH-RECON-DATE
            WRITE BANK-RECON-HISTORY-RECORD
            CLOSE BANK-RECON-HISTORY.

            END PROGRAM BANK-RECONCILIATION.

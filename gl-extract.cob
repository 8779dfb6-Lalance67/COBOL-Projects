      * reports at quarter end. For a prompted posting date it walks
      * the day's value movements - invoices and credit memos from
      * INVOICE-REGISTER.DAT, cash applications from
      * CASH-RECEIPT.DAT (with the realized exchange gain or loss
      * on a foreign-currency check on its own line), customer
      * deposits taken against work orders into the customer-deposit
      * liability and back out of it against receivables when
      * INVOICE-GENERATE applies them (CUSTOMER-DEPOSIT.DAT), vendor
      * checks
      * from AP-DISBURSEMENT.DAT,
      * inventory movements from
      * PARTS-TRANSACTION.DAT extended by PART-COST unit costs, with
      * SCRAP-ENTRY movements split out as scrap expense, and the
      * purchase price variance on the day's vouchered vendor
      * invoices against PART-COST (the same figure PPV-REPORT
      * totals by month) as its own journal line, and the change
      * in the slow-moving inventory reserve SLOW-MOVING-REPORT
      * logged on INVENTORY-RESERVE.DAT that day, and the
      * depreciation DEPRECIATION-RUN and the asset disposals
      * FIXED-ASSET-MAINTENANCE logged on ASSET-JOURNAL.DAT - and
      * writes balanced debit/credit journal lines to
      * GL-TRANSFER.DAT for the accountant's package, with the same
      * lines appended to GL-HISTORY.DAT for BUDGET-VARIANCE-REPORT's
      * month and year-to-date actuals. The account
      * numbers come from CHART-OF-ACCOUNTS.DAT, seeded with the
      * shop's standard chart on a fresh machine; a chart seeded
      * earlier has any account added since filled in on the next
      * run, so budgets can be keyed against it. The posting
      * summary (GL-POSTING-SUMMARY.DAT) proves the day's entries
      * tie to the source registers, and the run refuses to write a
      * transfer file that does not balance. On the training sandbox
      * it refuses to run at all - practice invoices never make a
      * transfer file anyone could send the accountant.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GL-EXTRACT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.

            SELECT CUSTOMER-DEPOSIT ASSIGN TO "CUSTOMER-DEPOSIT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DP-DEPOSIT-KEY
                FILE STATUS IS WS-DEPOSIT-STATUS.

            SELECT AP-DISBURSEMENT ASSIGN TO "AP-DISBURSEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DISB-STATUS.

            SELECT PARTS-TRANSACTION ASSIGN TO "PARTS-TRANSACTION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANS-STATUS.
                RECORD KEY IS PC-PART-CODE
                FILE STATUS IS WS-COST-STATUS.

            SELECT VENDOR-INVOICE ASSIGN TO "VENDOR-INVOICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VINV-STATUS.

            SELECT PURCHASE-ORDER ASSIGN TO "PURCHASE-ORDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PO-STATUS.

            SELECT INVENTORY-RESERVE ASSIGN TO "INVENTORY-RESERVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESERVE-STATUS.

            SELECT ASSET-JOURNAL ASSIGN TO "ASSET-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ASSET-STATUS.

            SELECT CHART-OF-ACCOUNTS
                ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANSFER-STATUS.

            SELECT GL-HISTORY ASSIGN TO "GL-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT GL-SUMMARY ASSIGN TO "GL-POSTING-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUMMARY-STATUS.
        FD  CASH-RECEIPT.
            COPY "CASH-RECEIPT-RECORD.cpy".

        FD  CUSTOMER-DEPOSIT.
            COPY "CUSTOMER-DEPOSIT-RECORD.cpy".

        FD  AP-DISBURSEMENT.
            COPY "AP-DISBURSEMENT-RECORD.cpy".

        FD  PARTS-TRANSACTION.
            COPY "PARTS-TRANSACTION-RECORD.cpy".

        FD  PART-COST.
            COPY "PART-COST-RECORD.cpy".

        FD  VENDOR-INVOICE.
            COPY "VENDOR-INVOICE-RECORD.cpy".

        FD  PURCHASE-ORDER.
            COPY "PURCHASE-ORDER-RECORD.cpy".

        FD  INVENTORY-RESERVE.
            COPY "INVENTORY-RESERVE-RECORD.cpy".

        FD  ASSET-JOURNAL.
            COPY "ASSET-JOURNAL-RECORD.cpy".

        FD  CHART-OF-ACCOUNTS.
            COPY "CHART-OF-ACCOUNTS-RECORD.cpy".

        FD  GL-TRANSFER.
        01  GL-TRANSFER-RECORD.
            05  GL-SOURCE           PIC X(20).
            05  GL-REFERENCE        PIC X(10).

        FD  GL-HISTORY.
            COPY "GL-HISTORY-RECORD.cpy".

        FD  GL-SUMMARY.
        01  GL-SUMMARY-LINE         PIC X(100).

        78 ACCT-CASH             VALUE 1000.
        78 ACCT-RECEIVABLES      VALUE 1200.
        78 ACCT-INVENTORY        VALUE 1300.
        78 ACCT-INVENTORY-RSV    VALUE 1310.
        78 ACCT-FIXED-ASSETS     VALUE 1500.
        78 ACCT-ACCUM-DEPR       VALUE 1510.
        78 ACCT-PAYABLE          VALUE 2000.
        78 ACCT-TAX-PAYABLE      VALUE 2200.
        78 ACCT-CUST-DEPOSITS    VALUE 2300.
        78 ACCT-REVENUE          VALUE 4000.
        78 ACCT-DISPOSAL-GAIN    VALUE 4100.
        78 ACCT-EXCHANGE-GAIN    VALUE 4200.
        78 ACCT-INVENTORY-ADJ    VALUE 5000.
        78 ACCT-SCRAP-EXPENSE    VALUE 5100.
        78 ACCT-PRICE-VARIANCE   VALUE 5200.
        78 ACCT-PURCH-DISCOUNT   VALUE 5300.
        78 ACCT-OBSOLESCENCE     VALUE 5400.
        78 ACCT-DEPRECIATION     VALUE 5500.

        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-RECEIPT-STATUS     PIC XX.
        01 WS-DISB-STATUS        PIC XX.
        01 WS-TRANS-STATUS       PIC XX.
        01 WS-COST-STATUS        PIC XX.
        01 WS-CHART-STATUS       PIC XX.
        01 WS-TRANSFER-STATUS    PIC XX.
        01 WS-SUMMARY-STATUS     PIC XX.
        01 WS-VINV-STATUS        PIC XX.
        01 WS-PO-STATUS          PIC XX.
        01 WS-RESERVE-STATUS     PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-ASSET-STATUS       PIC XX.
        01 WS-CHART-HAS-ACCOUNT  PIC X.
        01 WS-ADD-ACCOUNT        PIC 9(4).
        01 WS-ADD-NAME           PIC X(30).
        01 WS-DEPOSIT-STATUS     PIC XX.
        01 WS-PO-EOF             PIC X.
        01 WS-PO-PART-CODE       PIC X(6).
        01 WS-EOF                PIC X.
        01 WS-POST-DATE          PIC 9(8).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
      * register ties for the posting summary
        01 WS-INVOICE-TOTAL      PIC S9(11)V99 VALUE ZERO.
        01 WS-RECEIPT-TOTAL      PIC S9(11)V99 VALUE ZERO.
        01 WS-DISBURSE-TOTAL     PIC S9(11)V99 VALUE ZERO.
        01 WS-DISCOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
        01 WS-INVENTORY-TOTAL    PIC S9(11)V99 VALUE ZERO.
        01 WS-SCRAP-TOTAL        PIC S9(11)V99 VALUE ZERO.
        01 WS-PPV-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 WS-RESERVE-TOTAL      PIC S9(11)V99 VALUE ZERO.
        01 WS-DEPRECIATION-TOTAL PIC S9(11)V99 VALUE ZERO.
        01 WS-DISPOSAL-TOTAL     PIC S9(11)V99 VALUE ZERO.
        01 WS-EXCHANGE-TOTAL     PIC S9(11)V99 VALUE ZERO.
        01 WS-DEPOSIT-IN-TOTAL   PIC S9(11)V99 VALUE ZERO.
        01 WS-DEPOSIT-OUT-TOTAL  PIC S9(11)V99 VALUE ZERO.
        01 WS-HOME-RECEIVED      PIC 9(9)V99.
        01 WS-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
        01 WS-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
        01 WS-LINE-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-AMOUNT-DISP        PIC ZZZZZZZZZ9.99-.
        01 WS-REFERENCE          PIC X(10).

      * which data set this run is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
                DISPLAY "GL EXTRACT DOES NOT RUN ON TRAINING DATA"
                GOBACK
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "GL EXTRACT - POSTING DATE (YYYYMMDD, 0 FOR"
                " TODAY):"
            PERFORM SEED-CHART-OF-ACCOUNTS

            OPEN OUTPUT GL-TRANSFER
      *     history accumulates across runs - same OPEN EXTEND with
      *     an OPEN OUTPUT fallback the first time as AUDIT-LOG
            OPEN EXTEND GL-HISTORY
            IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
                CLOSE GL-HISTORY
                OPEN OUTPUT GL-HISTORY
            END-IF
            OPEN INPUT PART-COST

            PERFORM EXTRACT-INVOICES
            PERFORM EXTRACT-RECEIPTS
            PERFORM EXTRACT-DEPOSIT-APPLICATIONS
            PERFORM EXTRACT-DISBURSEMENTS
            PERFORM EXTRACT-INVENTORY
            PERFORM EXTRACT-PRICE-VARIANCE
            PERFORM EXTRACT-INVENTORY-RESERVE
            PERFORM EXTRACT-ASSET-JOURNAL

            IF WS-COST-STATUS = "00"
                CLOSE PART-COST
            END-IF
            CLOSE GL-TRANSFER
            CLOSE GL-HISTORY

      *     a transfer that does not balance is worse than none -
      *     the accountant would post it
                MOVE "SCRAP EXPENSE" TO CA-NAME
                WRITE CHART-OF-ACCOUNTS-RECORD
                CLOSE CHART-OF-ACCOUNTS
            END-IF

      *     every account added since the original seven goes in
      *     through the same add-if-missing step, whether the chart
      *     was written just now or seeded years ago - so an old
      *     chart picks up what a new one gets
            MOVE ACCT-INVENTORY-RSV TO WS-ADD-ACCOUNT
            MOVE "INVENTORY OBSOLESCENCE RESERVE" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-FIXED-ASSETS TO WS-ADD-ACCOUNT
            MOVE "MACHINERY AND EQUIPMENT" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-ACCUM-DEPR TO WS-ADD-ACCOUNT
            MOVE "ACCUMULATED DEPRECIATION" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-PAYABLE TO WS-ADD-ACCOUNT
            MOVE "ACCOUNTS PAYABLE" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-CUST-DEPOSITS TO WS-ADD-ACCOUNT
            MOVE "CUSTOMER DEPOSITS HELD" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-DISPOSAL-GAIN TO WS-ADD-ACCOUNT
            MOVE "GAIN/LOSS ON ASSET DISPOSAL" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-EXCHANGE-GAIN TO WS-ADD-ACCOUNT
            MOVE "REALIZED EXCHANGE GAIN/LOSS" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-PRICE-VARIANCE TO WS-ADD-ACCOUNT
            MOVE "PURCHASE PRICE VARIANCE" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-PURCH-DISCOUNT TO WS-ADD-ACCOUNT
            MOVE "PURCHASE DISCOUNTS TAKEN" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-OBSOLESCENCE TO WS-ADD-ACCOUNT
            MOVE "INVENTORY OBSOLESCENCE EXPENSE" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT
            MOVE ACCT-DEPRECIATION TO WS-ADD-ACCOUNT
            MOVE "DEPRECIATION EXPENSE" TO WS-ADD-NAME
            PERFORM ADD-CHART-ACCOUNT.

        ADD-CHART-ACCOUNT.
      *     WS-ADD-ACCOUNT/WS-ADD-NAME in; the account is added on
      *     the end of the chart unless it is already there
            MOVE "N" TO WS-CHART-HAS-ACCOUNT
            OPEN INPUT CHART-OF-ACCOUNTS
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CHART-OF-ACCOUNTS
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CA-ACCOUNT = WS-ADD-ACCOUNT
                            MOVE "Y" TO WS-CHART-HAS-ACCOUNT
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHART-OF-ACCOUNTS
            IF WS-CHART-HAS-ACCOUNT = "N"
                OPEN EXTEND CHART-OF-ACCOUNTS
                MOVE WS-ADD-ACCOUNT TO CA-ACCOUNT
                MOVE WS-ADD-NAME TO CA-NAME
                WRITE CHART-OF-ACCOUNTS-RECORD
                CLOSE CHART-OF-ACCOUNTS
            END-IF.

        EXTRACT-INVOICES.
            END-IF.

        POST-ONE-RECEIPT.
      *     cash takes what the check was worth on the receipt date,
      *     receivables give up what the invoice was booked at - a
      *     foreign-currency check paid at a different rate than it
      *     was billed leaves the difference as a realized exchange
      *     gain (credit) or loss (debit) on its own line. Entries
      *     from before foreign customers carry spaces and post the
      *     applied amount both ways as always.
      *     A deposit against a work order relieves no invoice - the
      *     cash is owed back to the customer as goods until the
      *     order bills, so it credits the deposit liability.
            IF CR-ORDER-NO IS NUMERIC AND CR-ORDER-NO NOT = ZERO
                    AND CR-INVOICE-NO = ZERO
                ADD CR-HOME-RECEIVED TO WS-DEPOSIT-IN-TOTAL
                MOVE "CUSTOMER DEPOSIT" TO GL-SOURCE
                MOVE CR-RECEIPT-NO TO WS-REFERENCE
                MOVE CR-HOME-RECEIVED TO WS-MOVE-VALUE
                MOVE ACCT-CASH TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
                MOVE ACCT-CUST-DEPOSITS TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
                EXIT PARAGRAPH
            END-IF
            IF CR-HOME-RECEIVED IS NUMERIC
                MOVE CR-HOME-RECEIVED TO WS-HOME-RECEIVED
            ELSE
                MOVE CR-APPLIED-AMOUNT TO WS-HOME-RECEIVED
            END-IF
            ADD CR-APPLIED-AMOUNT TO WS-RECEIPT-TOTAL
            MOVE "CASH RECEIPTS" TO GL-SOURCE
            MOVE CR-RECEIPT-NO TO WS-REFERENCE
            MOVE WS-HOME-RECEIVED TO WS-MOVE-VALUE
            MOVE ACCT-CASH TO GL-ACCOUNT
            PERFORM WRITE-DEBIT-LINE
            MOVE CR-APPLIED-AMOUNT TO WS-MOVE-VALUE
            MOVE ACCT-RECEIVABLES TO GL-ACCOUNT
            PERFORM WRITE-CREDIT-LINE

            COMPUTE WS-NET-AMOUNT =
                WS-HOME-RECEIVED - CR-APPLIED-AMOUNT
            ADD WS-NET-AMOUNT TO WS-EXCHANGE-TOTAL
            MOVE ACCT-EXCHANGE-GAIN TO GL-ACCOUNT
            IF WS-NET-AMOUNT > ZERO
                MOVE WS-NET-AMOUNT TO WS-MOVE-VALUE
                PERFORM WRITE-CREDIT-LINE
            END-IF
            IF WS-NET-AMOUNT < ZERO
                COMPUTE WS-MOVE-VALUE = 0 - WS-NET-AMOUNT
                PERFORM WRITE-DEBIT-LINE
            END-IF.

        EXTRACT-DEPOSIT-APPLICATIONS.
      *     a deposit INVOICE-GENERATE applied against an order's
      *     final invoice leaves the liability at what it was
      *     received at and pays down receivables at the invoice's
      *     rate - for a foreign customer the difference is a
      *     realized exchange gain or loss, as on a check
            OPEN INPUT CUSTOMER-DEPOSIT
            IF WS-DEPOSIT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CUSTOMER-DEPOSIT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DP-STATUS NOT = "HELD"
                                AND DP-APPLIED-DATE = WS-POST-DATE
                            PERFORM POST-ONE-DEPOSIT-APPLICATION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-DEPOSIT.

        POST-ONE-DEPOSIT-APPLICATION.
            ADD DP-APPLIED-AMOUNT TO WS-DEPOSIT-OUT-TOTAL
            MOVE "DEPOSIT APPLIED" TO GL-SOURCE
            MOVE DP-APPLIED-INVOICE TO WS-REFERENCE
            MOVE DP-APPLIED-AMOUNT TO WS-MOVE-VALUE
            MOVE ACCT-CUST-DEPOSITS TO GL-ACCOUNT
            PERFORM WRITE-DEBIT-LINE
            MOVE DP-AR-RELIEF TO WS-MOVE-VALUE
            MOVE ACCT-RECEIVABLES TO GL-ACCOUNT
            PERFORM WRITE-CREDIT-LINE

            COMPUTE WS-NET-AMOUNT = DP-APPLIED-AMOUNT - DP-AR-RELIEF
            ADD WS-NET-AMOUNT TO WS-EXCHANGE-TOTAL
            MOVE ACCT-EXCHANGE-GAIN TO GL-ACCOUNT
            IF WS-NET-AMOUNT > ZERO
                MOVE WS-NET-AMOUNT TO WS-MOVE-VALUE
                PERFORM WRITE-CREDIT-LINE
            END-IF
            IF WS-NET-AMOUNT < ZERO
                COMPUTE WS-MOVE-VALUE = 0 - WS-NET-AMOUNT
                PERFORM WRITE-DEBIT-LINE
            END-IF.

        EXTRACT-DISBURSEMENTS.
      *     a vendor check clears payables for the gross of the
      *     vouchers it pays, out of cash for the net, with any
      *     early-pay discount taken credited to purchase discounts
            OPEN INPUT AP-DISBURSEMENT
            IF WS-DISB-STATUS NOT = "00"
                DISPLAY "(NO AP DISBURSEMENTS - SKIPPED)"
            ELSE
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ AP-DISBURSEMENT
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AD-CHECK-DATE = WS-POST-DATE
                                PERFORM POST-ONE-DISBURSEMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AP-DISBURSEMENT
            END-IF.

        POST-ONE-DISBURSEMENT.
            ADD AD-NET-AMOUNT TO WS-DISBURSE-TOTAL
            ADD AD-DISC-AMOUNT TO WS-DISCOUNT-TOTAL
            MOVE "CASH DISBURSEMENTS" TO GL-SOURCE
            MOVE AD-CHECK-NO TO WS-REFERENCE
            MOVE AD-GROSS-AMOUNT TO WS-MOVE-VALUE
            MOVE ACCT-PAYABLE TO GL-ACCOUNT
            PERFORM WRITE-DEBIT-LINE
            MOVE AD-NET-AMOUNT TO WS-MOVE-VALUE
            MOVE ACCT-CASH TO GL-ACCOUNT
            PERFORM WRITE-CREDIT-LINE
            IF AD-DISC-AMOUNT NOT = ZERO
                MOVE AD-DISC-AMOUNT TO WS-MOVE-VALUE
                MOVE ACCT-PURCH-DISCOUNT TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            END-IF.

        EXTRACT-INVENTORY.
      *     every PM-QTY-ON-HAND movement, extended by the standard
                END-IF
            END-IF.

        EXTRACT-PRICE-VARIANCE.
      *     the invoices vouchered on the day (VI-APPROVE-DATE -
      *     the vendor's own invoice date is usually days earlier),
      *     each extended (invoice price - standard) x quantity,
      *     netted into one journal line: an unfavorable net debits
      *     price variance, a
      *     favorable one credits it, against the inventory
      *     adjustment account the receipts were valued through at
      *     standard
            OPEN INPUT VENDOR-INVOICE
            IF WS-VINV-STATUS NOT = "00"
                DISPLAY "(NO VENDOR INVOICES - SKIPPED)"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ VENDOR-INVOICE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF VI-STATUS = "APPR"
                                AND VI-APPROVE-DATE = WS-POST-DATE
                            PERFORM VARY-ONE-INVOICE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VENDOR-INVOICE

            IF WS-PPV-TOTAL = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "PRICE VARIANCE" TO GL-SOURCE
            MOVE "PPV" TO WS-REFERENCE
            IF WS-PPV-TOTAL > ZERO
                MOVE WS-PPV-TOTAL TO WS-MOVE-VALUE
                MOVE ACCT-PRICE-VARIANCE TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
                MOVE ACCT-INVENTORY-ADJ TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            ELSE
                COMPUTE WS-MOVE-VALUE = 0 - WS-PPV-TOTAL
                MOVE ACCT-INVENTORY-ADJ TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
                MOVE ACCT-PRICE-VARIANCE TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            END-IF.

        EXTRACT-INVENTORY-RESERVE.
      *     each SLOW-MOVING-REPORT run logs the reserve it needs
      *     against the one before; the day's changes net into one
      *     line - a bigger reserve is obsolescence expense against
      *     the contra-inventory reserve, a smaller one comes back
            OPEN INPUT INVENTORY-RESERVE
            IF WS-RESERVE-STATUS NOT = "00"
                DISPLAY "(NO INVENTORY RESERVE RUNS - SKIPPED)"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INVENTORY-RESERVE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RV-RUN-DATE = WS-POST-DATE
                            ADD RV-ADJUSTMENT TO WS-RESERVE-TOTAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVENTORY-RESERVE

            IF WS-RESERVE-TOTAL = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "INVENTORY RESERVE" TO GL-SOURCE
            MOVE "SLOW-MOVE" TO WS-REFERENCE
            IF WS-RESERVE-TOTAL > ZERO
                MOVE WS-RESERVE-TOTAL TO WS-MOVE-VALUE
                MOVE ACCT-OBSOLESCENCE TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
                MOVE ACCT-INVENTORY-RSV TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            ELSE
                COMPUTE WS-MOVE-VALUE = 0 - WS-RESERVE-TOTAL
                MOVE ACCT-INVENTORY-RSV TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
                MOVE ACCT-OBSOLESCENCE TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            END-IF.

        EXTRACT-ASSET-JOURNAL.
      *     the month's depreciation nets into one expense line
      *     against accumulated depreciation; each disposal takes
      *     the asset's cost and accumulated depreciation off the
      *     books, with the proceeds to cash and the difference to
      *     gain or loss on disposal
            OPEN INPUT ASSET-JOURNAL
            IF WS-ASSET-STATUS NOT = "00"
                DISPLAY "(NO FIXED-ASSET ENTRIES - SKIPPED)"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ASSET-JOURNAL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AJ-POST-DATE = WS-POST-DATE
                            IF AJ-TYPE = "D"
                                PERFORM POST-ONE-DISPOSAL
                            ELSE
                                ADD AJ-AMOUNT TO WS-DEPRECIATION-TOTAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ASSET-JOURNAL

            IF WS-DEPRECIATION-TOTAL = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE "DEPRECIATION" TO GL-SOURCE
            MOVE "DEPR-RUN" TO WS-REFERENCE
            MOVE WS-DEPRECIATION-TOTAL TO WS-MOVE-VALUE
            MOVE ACCT-DEPRECIATION TO GL-ACCOUNT
            PERFORM WRITE-DEBIT-LINE
            MOVE ACCT-ACCUM-DEPR TO GL-ACCOUNT
            PERFORM WRITE-CREDIT-LINE.

        POST-ONE-DISPOSAL.
            MOVE "ASSET DISPOSAL" TO GL-SOURCE
            MOVE AJ-EQUIP-CODE TO WS-REFERENCE
            ADD AJ-GAIN-LOSS TO WS-DISPOSAL-TOTAL
            IF AJ-ACCUM-DEPR > ZERO
                MOVE AJ-ACCUM-DEPR TO WS-MOVE-VALUE
                MOVE ACCT-ACCUM-DEPR TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
            END-IF
            IF AJ-PROCEEDS > ZERO
                MOVE AJ-PROCEEDS TO WS-MOVE-VALUE
                MOVE ACCT-CASH TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
            END-IF
            IF AJ-GAIN-LOSS < ZERO
                COMPUTE WS-MOVE-VALUE = 0 - AJ-GAIN-LOSS
                MOVE ACCT-DISPOSAL-GAIN TO GL-ACCOUNT
                PERFORM WRITE-DEBIT-LINE
            END-IF
            MOVE AJ-AMOUNT TO WS-MOVE-VALUE
            MOVE ACCT-FIXED-ASSETS TO GL-ACCOUNT
            PERFORM WRITE-CREDIT-LINE
            IF AJ-GAIN-LOSS > ZERO
                MOVE AJ-GAIN-LOSS TO WS-MOVE-VALUE
                MOVE ACCT-DISPOSAL-GAIN TO GL-ACCOUNT
                PERFORM WRITE-CREDIT-LINE
            END-IF.

        VARY-ONE-INVOICE.
      *     the part comes off the purchase order - same walk of
      *     PURCHASE-ORDER.DAT as VENDOR-INVOICE-ENTRY's match
            MOVE SPACES TO WS-PO-PART-CODE
            OPEN INPUT PURCHASE-ORDER
            IF WS-PO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-PO-EOF
            PERFORM UNTIL WS-PO-EOF = "Y"
                READ PURCHASE-ORDER
                    AT END
                        MOVE "Y" TO WS-PO-EOF
                    NOT AT END
      *                 an outside processing charge is a service on
      *                 parts we already own - no purchase standard
      *                 to vary from, so it carries no PPV
                        IF PO-NUMBER = VI-PO-NUMBER
                            IF PO-TYPE NOT = "O"
                                MOVE PO-PART-CODE TO WS-PO-PART-CODE
                            END-IF
                            MOVE "Y" TO WS-PO-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PURCHASE-ORDER
            IF WS-PO-PART-CODE = SPACES
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-UNIT-COST
            IF WS-COST-STATUS = "00"
                MOVE WS-PO-PART-CODE TO PC-PART-CODE
                READ PART-COST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PC-UNIT-COST TO WS-UNIT-COST
                END-READ
            END-IF
            IF WS-UNIT-COST = ZERO
                ADD 1 TO WS-UNPRICED-COUNT
            ELSE
                COMPUTE WS-PPV-TOTAL = WS-PPV-TOTAL
                    + (VI-UNIT-PRICE - WS-UNIT-COST) * VI-QTY
            END-IF.

        LOOK-UP-UNIT-COST.
            MOVE ZERO TO WS-UNIT-COST
            IF WS-COST-STATUS = "00"
            MOVE ZERO TO GL-CREDIT
            MOVE WS-REFERENCE TO GL-REFERENCE
            WRITE GL-TRANSFER-RECORD
            PERFORM WRITE-HISTORY-LINE
            ADD WS-MOVE-VALUE TO WS-DEBIT-TOTAL
            ADD 1 TO WS-LINE-COUNT.

            MOVE WS-MOVE-VALUE TO GL-CREDIT
            MOVE WS-REFERENCE TO GL-REFERENCE
            WRITE GL-TRANSFER-RECORD
            PERFORM WRITE-HISTORY-LINE
            ADD WS-MOVE-VALUE TO WS-CREDIT-TOTAL
            ADD 1 TO WS-LINE-COUNT.

        WRITE-HISTORY-LINE.
            MOVE WS-TODAY-TIMESTAMP(1:14) TO GH-RUN-STAMP
            MOVE GL-POST-DATE TO GH-POST-DATE
            MOVE GL-ACCOUNT TO GH-ACCOUNT
            MOVE GL-DEBIT TO GH-DEBIT
            MOVE GL-CREDIT TO GH-CREDIT
            MOVE GL-SOURCE TO GH-SOURCE
            MOVE GL-REFERENCE TO GH-REFERENCE
            WRITE GL-HISTORY-RECORD.

        WRITE-POSTING-SUMMARY.
            OPEN OUTPUT GL-SUMMARY
            MOVE SPACES TO GL-SUMMARY-LINE
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DEPOSIT-IN-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "CUSTOMER DEPOSITS TAKEN:" WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DEPOSIT-OUT-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "DEPOSITS APPLIED:       " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DISBURSE-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "CASH DISBURSEMENTS NET: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DISCOUNT-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "PURCHASE DISCOUNTS:     " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-INVENTORY-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "INVENTORY MOVEMENT NET: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-PPV-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "PURCHASE PRICE VARIANCE:" WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-RESERVE-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "INVENTORY RESERVE CHG:  " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DEPRECIATION-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "DEPRECIATION:           " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DISPOSAL-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "GAIN/LOSS ON DISPOSALS: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-EXCHANGE-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "EXCHANGE GAIN/LOSS:     " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
            WRITE GL-SUMMARY-LINE

            MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISP
            MOVE SPACES TO GL-SUMMARY-LINE
            STRING "TOTAL DEBITS:           " WS-AMOUNT-DISP

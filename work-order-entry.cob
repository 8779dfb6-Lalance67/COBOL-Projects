                RECORD KEY IS MX-MATERIAL-CODE
                FILE STATUS IS WS-XREF-STATUS.

      *     the customer's other delivery points - see
      *     CUSTOMER-MAINTENANCE
            SELECT SHIP-TO ASSIGN TO "SHIP-TO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ST-SHIP-TO-KEY
                FILE STATUS IS WS-SHIPTO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
        FD  MATERIAL-XREF.
            COPY "MATERIAL-PART-XREF-RECORD.cpy".

        FD  SHIP-TO.
            COPY "SHIP-TO-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-CUSTOMER-STATUS    PIC XX.
        01 WS-RADIUS-STATUS      PIC XX.
        01 WS-TRIANGLE-STATUS    PIC XX.
        01 WS-SHIPTO-STATUS      PIC XX.
        01 WS-SHIPTO-OK          PIC X.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TICKET-NO          PIC 9(8).
        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
        01 MLS-STATUS            PIC X.

      * a released line gets its routing steps through the shared
      * ROUTING-RELEASE routine
        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * credit-exposure check against CU-CREDIT-LIMIT - open orders
      * plus unpaid AR; an order over the line goes CREDHOLD for the
      * supervisor release screen instead of QUEUED
        01 WS-QUOTE-IDX          PIC 9(3).
        01 WS-QUOTE-COUNT        PIC 9(3).
        01 WS-QUOTE-TABLE.
            05 WS-QUOTE-ROW OCCURS 200 TIMES PIC X(200).
        01 WS-QUOTED-DISP        PIC ZZZZZ9.99.

      * add-line support - the header being added to
        01 WS-BOM-EOF            PIC X.
        01 WS-NEED-QTY           PIC 9(7).
        01 WS-NEED-DISP          PIC ZZZZZZ9.
        01 WS-ASM-REV            PIC X(2).

      * the explosion checked is the BOM revision in effect today -
      * see part-revision-lookup.cob
        COPY "REVISION-LOOKUP-PARAMS.cpy".

      * material allocation - one blank reserved per circle line
      * against PM-QTY-ON-HAND less what is already allocated; a
        01 WS-XREF-STATUS        PIC XX.
        01 WS-ALLOC-OK           PIC X.

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            PERFORM OPEN-WORK-ORDER
            PERFORM OPEN-WORK-ORDER-LINE

            END-IF
            OPEN INPUT PARTS-MASTER

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-ASM-PART TO RLP-PART-CODE
            MOVE WS-TODAY-TIMESTAMP(1:8) TO RLP-AS-OF-DATE
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
            MOVE RLP-REVISION TO WS-ASM-REV
            IF WS-ASM-REV NOT = SPACES
                DISPLAY "CHECKING REVISION " WS-ASM-REV " OF "
                    WS-ASM-PART
            END-IF
            MOVE WS-ASM-PART TO BM-PARENT-CODE
            MOVE WS-ASM-REV TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                            MOVE "Y" TO WS-BOM-EOF
                        NOT AT END
                            IF BM-PARENT-CODE = WS-ASM-PART
                                    AND BM-REVISION = WS-ASM-REV
                                ADD 1 TO WS-BOM-LINES
                                PERFORM CHECK-ONE-COMPONENT
                            ELSE
                MOVE "N" TO WO-PRIORITY
            END-IF

      *     the customer's own PO number, so the packing slip and
      *     invoice can quote it back to them
            DISPLAY "ENTER CUSTOMER PO NUMBER (BLANK IF NONE):"
            MOVE SPACES TO WO-CUST-PO-NO
            ACCEPT WO-CUST-PO-NO

      *     commission normally follows the customer's salesperson -
      *     an override here credits someone else on this order only
            DISPLAY "ENTER SALESPERSON OVERRIDE (BLANK FOR THE"
                " CUSTOMER'S):"
            MOVE SPACES TO WO-SALESPERSON-ID
            ACCEPT WO-SALESPERSON-ID

      *     where the goods go - the packing slip prints that address
      *     and the invoice taxes at its jurisdiction
            MOVE "N" TO WS-SHIPTO-OK
            PERFORM UNTIL WS-SHIPTO-OK = "Y"
                DISPLAY "ENTER SHIP-TO NUMBER (0 FOR THE CUSTOMER'S"
                    " OWN ADDRESS):"
                ACCEPT WO-SHIP-TO-NO
                PERFORM VALIDATE-SHIP-TO
            END-PERFORM

            WRITE WORK-ORDER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: ORDER NUMBER COLLISION "
                        " FOR " WS-CUSTOMER-CODE
            END-WRITE.

        VALIDATE-SHIP-TO.
            IF WO-SHIP-TO-NO = ZERO
                MOVE "Y" TO WS-SHIPTO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SHIP-TO
            IF WS-SHIPTO-STATUS NOT = "00"
                DISPLAY "NO SHIP-TOS ON FILE - ENTER 0"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CUSTOMER-CODE TO ST-CUSTOMER-CODE
            MOVE WO-SHIP-TO-NO TO ST-SHIP-TO-NO
            READ SHIP-TO
                INVALID KEY
                    DISPLAY "SHIP-TO " WO-SHIP-TO-NO " NOT ON FILE FOR "
                        WS-CUSTOMER-CODE
                NOT INVALID KEY
                    DISPLAY "SHIPPING TO " ST-NAME
                    DISPLAY "            " ST-CITY " " ST-STATE
                    MOVE "Y" TO WS-SHIPTO-OK
            END-READ
            CLOSE SHIP-TO.

        ADD-LINE-RECORD.
      *     writes the next line under the header in the record area,
      *     rolls the header's line count and estimate, and stages
            MOVE WS-TYPE-WORK TO WOL-TYPE
            MOVE SPACES TO WOL-PART-CODE
            MOVE ZERO TO WOL-BUILD-QTY
            MOVE ZERO TO WOL-INVOICE-NO WOL-BILLED-AMOUNT
            EVALUATE WS-TYPE-WORK
                WHEN "C"
                    MOVE WS-RADIUS-INCHES TO WOL-RADIUS
            MOVE WS-EST-VALUE TO WOL-EST-VALUE
            MOVE WS-LINE-QUOTE-NO TO WOL-QUOTE-NO
            MOVE WS-LINE-QUOTED-PRICE TO WOL-QUOTED-PRICE
            MOVE ZERO TO WOL-BLANKET-NO

            WRITE WORK-ORDER-LINE-RECORD
                INVALID KEY
      *             an assembly line has no cut pass to stage for -
      *             ASSEMBLY-BUILD completes it from the floor
                    IF WOL-STATUS = "QUEUED"
                        PERFORM RELEASE-LINE-ROUTING
                        EVALUATE WOL-TYPE
                            WHEN "C"
                                PERFORM STAGE-RADIUS-LINE
                    END-IF
            END-WRITE.

        RELEASE-LINE-ROUTING.
      *     the line is on the floor - copy its route onto
      *     WORK-ORDER-OPER so each step can be reported
            MOVE "R" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            MOVE WOL-TYPE TO RRP-LINE-TYPE
            MOVE WOL-PART-CODE TO RRP-PART-CODE
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS
            IF RRP-TOTAL-STEPS > ZERO
                DISPLAY "ROUTED - " RRP-TOTAL-STEPS " OPERATIONS"
            END-IF.

        ALLOCATE-LINE-MATERIAL.
      *     reserve one blank of the line's stock part - available
      *     is on-hand less what other accepted lines already hold.
                EXIT PARAGRAPH
            END-IF

      *     an open quote past its validity has not been swept yet -
      *     the price no longer holds, so it is re-quoted instead
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            IF QU-VALID-UNTIL IS NUMERIC
                    AND QU-VALID-UNTIL > ZERO
                    AND QU-VALID-UNTIL < WS-TODAY-TIMESTAMP(1:8)
                DISPLAY "QUOTE " WS-QUOTE-NO-WANTED " EXPIRED "
                    QU-VALID-UNTIL " - RE-QUOTE BEFORE CONVERTING"
                EXIT PARAGRAPH
            END-IF

            MOVE QU-CUSTOMER-CODE TO WS-CUSTOMER-CODE
            PERFORM VALIDATE-CUSTOMER-CODE
            IF WS-CUSTOMER-CODE = SPACES
            PERFORM ADD-LINE-RECORD

            MOVE "CONVRT" TO QU-STATUS
            MOVE WO-ENTERED-DATE TO QU-STATUS-DATE
            MOVE QUOTE-RECORD TO WS-QUOTE-ROW(WS-QUOTE-FOUND)
            PERFORM REWRITE-QUOTE-FILE

                    DISPLAY "ENTERED: " WO-ENTERED-DATE
                    DISPLAY "PROMISED: " WO-PROMISE-DATE
                    DISPLAY "PRIORITY: " WO-PRIORITY
                    DISPLAY "CUSTOMER PO: " WO-CUST-PO-NO
                    DISPLAY "SALESPERSON OVERRIDE: " WO-SALESPERSON-ID
                    DISPLAY "SHIP-TO: " WO-SHIP-TO-NO
                    DISPLAY "LINES: " WO-LINE-COUNT
                    PERFORM LIST-ORDER-LINES
            END-READ.

      * CUSTOMER-MASTER, patterned on STUDENT-MAINTENANCE, so the
      * front office can manage the customer list - downstream
      * quoting, work-order, and invoicing runs hang their customer
      * code on these records. The customer's other delivery points
      * (SHIP-TO) are kept from the same screen.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTOMER-MAINTENANCE.

                RECORD KEY IS CU-CUSTOMER-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT SHIP-TO ASSIGN TO "SHIP-TO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ST-SHIP-TO-KEY
                FILE STATUS IS WS-SHIPTO-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER.
            COPY "CUSTOMER-RECORD.cpy".

        FD  SHIP-TO.
            COPY "SHIP-TO-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-LIMIT-ENTRY        PIC 9(7).99.
        01 WS-LIMIT-DISP         PIC ZZZZZZ9.99.

      * electronic-document switch - the start date is stamped the
      * day the flag goes on, so EDI-EXPORT does not resend history
        01 WS-OLD-EDI-FLAG       PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * ship-to delivery points - a sub-menu under this screen
        01 WS-SHIPTO-STATUS      PIC XX.
        01 SHIPTO-CHOICE         PIC 9.
        01 WS-SHIPTO-DONE        PIC X.
        01 WS-SHIPTO-EOF         PIC X.
        01 WS-SHIPTO-CUSTOMER    PIC X(6).
        01 WS-SHIPTO-COUNT       PIC 9(3).

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            PERFORM OPEN-CUSTOMER-MASTER
            PERFORM OPEN-SHIP-TO

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== CUSTOMER-MASTER MAINTENANCE ====="
                DISPLAY "[2] CHANGE"
                DISPLAY "[3] DELETE"
                DISPLAY "[4] INQUIRE"
                DISPLAY "[5] SHIP-TO ADDRESSES"
                DISPLAY "[6] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""
                    WHEN 4
                        PERFORM INQUIRE-CUSTOMER
                    WHEN 5
                        PERFORM SHIP-TO-MENU
                    WHEN 6
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
            END-PERFORM

            CLOSE CUSTOMER-MASTER
            CLOSE SHIP-TO
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-CUSTOMER-MASTER.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
                OPEN I-O CUSTOMER-MASTER
            END-IF.

        OPEN-SHIP-TO.
            OPEN I-O SHIP-TO
            IF WS-SHIPTO-STATUS = "35"
                OPEN OUTPUT SHIP-TO
                CLOSE SHIP-TO
                OPEN I-O SHIP-TO
            END-IF.

        ACCEPT-CUSTOMER-NAME.
            DISPLAY "ENTER FIRST NAME (12 CHARS):"
            ACCEPT FIRST-NAME
                ACCEPT CU-EXEMPT-CERT
            END-IF.

        ACCEPT-EDI-FIELDS.
      *     customers who take ship notices and invoices on the
      *     EDI-EXPORT transmission instead of by mail
            MOVE CU-EDI-FLAG TO WS-OLD-EDI-FLAG
            DISPLAY "ELECTRONIC SHIP NOTICES/INVOICES (Y/N):"
            ACCEPT CU-EDI-FLAG
            IF CU-EDI-FLAG = "Y" OR CU-EDI-FLAG = "y"
                MOVE "Y" TO CU-EDI-FLAG
                DISPLAY "ENTER TRADING PARTNER ID (15 CHARS):"
                ACCEPT CU-EDI-PARTNER-ID
                IF WS-OLD-EDI-FLAG NOT = "Y"
                    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
                    MOVE WS-TODAY-TIMESTAMP(1:8) TO CU-EDI-START-DATE
                END-IF
            ELSE
                MOVE "N" TO CU-EDI-FLAG
                MOVE SPACES TO CU-EDI-PARTNER-ID
                MOVE ZERO TO CU-EDI-START-DATE
            END-IF.

        ACCEPT-CURRENCY-FIELD.
      *     foreign customers are quoted, billed and carried on AR in
      *     their own currency at the EXCHANGE-RATES rate of the day
            DISPLAY "ENTER CURRENCY CODE (3 CHARS, BLANK FOR USD):"
            ACCEPT CU-CURRENCY-CODE
            IF CU-CURRENCY-CODE = SPACES
                MOVE "USD" TO CU-CURRENCY-CODE
            END-IF.

        ACCEPT-SALESPERSON-FIELD.
      *     the salesperson COMMISSION-RUN credits on this customer's
      *     collected invoices - see SALESPERSON-MAINTENANCE
            DISPLAY "ENTER SALESPERSON ID (4 CHARS, BLANK FOR NONE):"
            ACCEPT CU-SALESPERSON-ID.

        ADD-CUSTOMER.
            DISPLAY "ENTER CUSTOMER CODE (6 CHARS):"
            ACCEPT CU-CUSTOMER-CODE
            MOVE WS-LIMIT-ENTRY TO CU-CREDIT-LIMIT
            PERFORM ACCEPT-TAX-FIELDS
            PERFORM ACCEPT-ADDRESS-FIELDS
            MOVE SPACES TO CU-EDI-FLAG
            PERFORM ACCEPT-EDI-FIELDS
            PERFORM ACCEPT-CURRENCY-FIELD
            PERFORM ACCEPT-SALESPERSON-FIELD

            WRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    MOVE WS-LIMIT-ENTRY TO CU-CREDIT-LIMIT
                    PERFORM ACCEPT-TAX-FIELDS
                    PERFORM ACCEPT-ADDRESS-FIELDS
                    DISPLAY "CURRENT EDI FLAG: " CU-EDI-FLAG
                        " PARTNER: " CU-EDI-PARTNER-ID
                    PERFORM ACCEPT-EDI-FIELDS
                    DISPLAY "CURRENT CURRENCY: " CU-CURRENCY-CODE
                    PERFORM ACCEPT-CURRENCY-FIELD
                    DISPLAY "CURRENT SALESPERSON: " CU-SALESPERSON-ID
                    PERFORM ACCEPT-SALESPERSON-FIELD
                    REWRITE CUSTOMER-MASTER-RECORD
                    DISPLAY "CUSTOMER UPDATED: " CU-CUSTOMER-CODE
            END-READ.
                    DISPLAY "ADDRESS: " CU-ADDRESS
                    DISPLAY "CITY/ST/ZIP: " CU-CITY " " CU-STATE
                        " " CU-ZIP
                    DISPLAY "EDI: " CU-EDI-FLAG
                        " PARTNER: " CU-EDI-PARTNER-ID
                        " SINCE: " CU-EDI-START-DATE
                    DISPLAY "CURRENCY: " CU-CURRENCY-CODE
                    DISPLAY "SALESPERSON: " CU-SALESPERSON-ID
            END-READ.

        SHIP-TO-MENU.
      *     a customer's other delivery points - a work order names
      *     one of these, and the goods are shipped there and taxed
      *     at its jurisdiction; ship-to 000 is always the customer's
      *     own address above and is never kept here
            DISPLAY "ENTER CUSTOMER CODE:"
            ACCEPT CU-CUSTOMER-CODE
            READ CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CUSTOMER CODE NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            MOVE CU-CUSTOMER-CODE TO WS-SHIPTO-CUSTOMER

            MOVE "N" TO WS-SHIPTO-DONE
            PERFORM UNTIL WS-SHIPTO-DONE = "Y"
                DISPLAY "===== SHIP-TO ADDRESSES FOR "
                    WS-SHIPTO-CUSTOMER " ====="
                DISPLAY "[1] ADD SHIP-TO"
                DISPLAY "[2] CHANGE SHIP-TO"
                DISPLAY "[3] DELETE SHIP-TO"
                DISPLAY "[4] LIST SHIP-TOS"
                DISPLAY "[5] RETURN"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT SHIPTO-CHOICE
                DISPLAY ""

                EVALUATE SHIPTO-CHOICE
                    WHEN 1
                        PERFORM ADD-SHIP-TO
                    WHEN 2
                        PERFORM CHANGE-SHIP-TO
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-SHIP-TO
                        END-IF
                    WHEN 4
                        PERFORM LIST-SHIP-TOS
                    WHEN 5
                        MOVE "Y" TO WS-SHIPTO-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM.

        ACCEPT-SHIP-TO-NO.
            MOVE WS-SHIPTO-CUSTOMER TO ST-CUSTOMER-CODE
            DISPLAY "ENTER SHIP-TO NUMBER (001-999):"
            ACCEPT ST-SHIP-TO-NO.

        ACCEPT-SHIP-TO-FIELDS.
            DISPLAY "ENTER SITE NAME (25 CHARS):"
            ACCEPT ST-NAME
            DISPLAY "ENTER STREET ADDRESS (20 CHARS):"
            ACCEPT ST-ADDRESS
            DISPLAY "ENTER CITY (15 CHARS):"
            ACCEPT ST-CITY
            DISPLAY "ENTER STATE (2 CHARS):"
            ACCEPT ST-STATE
            DISPLAY "ENTER ZIP (5 CHARS):"
            ACCEPT ST-ZIP
      *     only matters when the customer is taxable - blank bills
      *     at the customer's own CU-TAX-JURIS
            DISPLAY "ENTER TAX JURISDICTION CODE (4 CHARS, BLANK"
                " FOR CUSTOMER'S):"
            ACCEPT ST-TAX-JURIS
            DISPLAY "ENTER DELIVERY NOTES (40 CHARS, OR BLANK):"
            ACCEPT ST-DELIVERY-NOTES
            MOVE WS-OPERATOR-ID TO ST-UPDATED-BY
            MOVE WS-TODAY-DATE TO ST-UPDATED-DATE.

        ADD-SHIP-TO.
            PERFORM ACCEPT-SHIP-TO-NO
            IF ST-SHIP-TO-NO = ZERO
                DISPLAY "REJECTED: SHIP-TO 000 IS THE CUSTOMER'S OWN"
                    " ADDRESS"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-SHIP-TO-FIELDS

            WRITE SHIP-TO-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: SHIP-TO ALREADY EXISTS"
                NOT INVALID KEY
                    DISPLAY "SHIP-TO ADDED: " ST-CUSTOMER-CODE
                        " " ST-SHIP-TO-NO
            END-WRITE.

        CHANGE-SHIP-TO.
            PERFORM ACCEPT-SHIP-TO-NO

            READ SHIP-TO
                INVALID KEY
                    DISPLAY "REJECTED: SHIP-TO NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "CURRENT: " ST-NAME
                    DISPLAY "         " ST-ADDRESS " " ST-CITY
                        " " ST-STATE " " ST-ZIP
                    DISPLAY "TAX JURISDICTION: " ST-TAX-JURIS
                    DISPLAY "DELIVERY NOTES: " ST-DELIVERY-NOTES
                    PERFORM ACCEPT-SHIP-TO-FIELDS
                    REWRITE SHIP-TO-RECORD
                    DISPLAY "SHIP-TO UPDATED: " ST-CUSTOMER-CODE
                        " " ST-SHIP-TO-NO
            END-READ.

        DELETE-SHIP-TO.
            PERFORM ACCEPT-SHIP-TO-NO

            READ SHIP-TO
                INVALID KEY
                    DISPLAY "REJECTED: SHIP-TO NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "DELETE SHIP-TO " ST-SHIP-TO-NO " - "
                        ST-NAME " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE SHIP-TO RECORD
                        DISPLAY "SHIP-TO DELETED: " ST-SHIP-TO-NO
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        LIST-SHIP-TOS.
            MOVE ZERO TO WS-SHIPTO-COUNT
            DISPLAY "000 " CU-ADDRESS " " CU-CITY " " CU-STATE
                " (CUSTOMER ADDRESS)"
            MOVE WS-SHIPTO-CUSTOMER TO ST-CUSTOMER-CODE
            MOVE ZERO TO ST-SHIP-TO-NO
            START SHIP-TO KEY >= ST-SHIP-TO-KEY
                INVALID KEY
                    DISPLAY "NO OTHER SHIP-TOS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-SHIPTO-EOF
            PERFORM UNTIL WS-SHIPTO-EOF = "Y"
                READ SHIP-TO NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SHIPTO-EOF
                    NOT AT END
                        IF ST-CUSTOMER-CODE = WS-SHIPTO-CUSTOMER
                            DISPLAY ST-SHIP-TO-NO " " ST-NAME
                            DISPLAY "    " ST-ADDRESS " " ST-CITY
                                " " ST-STATE " " ST-ZIP
                                " TAX " ST-TAX-JURIS
                            IF ST-DELIVERY-NOTES NOT = SPACES
                                DISPLAY "    " ST-DELIVERY-NOTES
                            END-IF
                            ADD 1 TO WS-SHIPTO-COUNT
                        ELSE
                            MOVE "Y" TO WS-SHIPTO-EOF
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY "SHIP-TOS LISTED: " WS-SHIPTO-COUNT.

            END PROGRAM CUSTOMER-MAINTENANCE.

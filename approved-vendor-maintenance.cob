      * interactive ADD/CHANGE/DELETE/INQUIRE/LIST maintenance screen
      * for the APPROVED-VENDOR file, patterned on
      * PRICE-AGREEMENT-MAINTENANCE - the approved vendor list the
      * buyers used to keep in a binder: per part and vendor, up to
      * five quantity price breaks, the freight and duty per each,
      * the preferred-vendor rank and the approval status
      * PO-GENERATE chooses from. The vendor must be on
      * VENDOR-MASTER.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. APPROVED-VENDOR-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APPROVED-VENDOR ASSIGN TO "APPROVED-VENDOR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AV-AVL-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT VENDOR-MASTER ASSIGN TO "VENDOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-VENDOR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  APPROVED-VENDOR.
            COPY "APPROVED-VENDOR-RECORD.cpy".

        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-VENDOR-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-TERMS-VALID        PIC X.
        01 WS-BREAK-IDX          PIC 9.
        01 WS-PART-ENTRY         PIC X(6).
        01 WS-LISTED-COUNT       PIC 9(3).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into these edited fields instead,
      *     same trick as STUDENT-MAINTENANCE's WS-GRADE-ENTRY
        01 WS-PRICE-ENTRY        PIC 9(5).99.
        01 WS-LANDED-ENTRY       PIC 9(3).99.
        01 WS-PRICE-DISP         PIC ZZZZ9.99.
        01 WS-LANDED-DISP        PIC ZZ9.99.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            PERFORM OPEN-APPROVED-VENDOR

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== APPROVED VENDOR MAINTENANCE ====="
                DISPLAY "[1] ADD"
                DISPLAY "[2] CHANGE"
                DISPLAY "[3] DELETE"
                DISPLAY "[4] INQUIRE"
                DISPLAY "[5] LIST VENDORS FOR A PART"
                DISPLAY "[6] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-APPROVED-VENDOR
                    WHEN 2
                        PERFORM CHANGE-APPROVED-VENDOR
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-APPROVED-VENDOR
                        END-IF
                    WHEN 4
                        PERFORM INQUIRE-APPROVED-VENDOR
                    WHEN 5
                        PERFORM LIST-PART-VENDORS
                    WHEN 6
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE APPROVED-VENDOR
            STOP RUN.

        OPEN-APPROVED-VENDOR.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O APPROVED-VENDOR
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT APPROVED-VENDOR
                CLOSE APPROVED-VENDOR
                OPEN I-O APPROVED-VENDOR
            END-IF.

        ACCEPT-AVL-KEY.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT AV-PART-CODE
            DISPLAY "ENTER VENDOR CODE (6 CHARS):"
            ACCEPT AV-VENDOR-CODE.

        ACCEPT-AVL-TERMS.
      *     an order can never go to a vendor nobody set up - same
      *     rule PO-GENERATE enforces on the suggestion's vendor
            MOVE "N" TO WS-TERMS-VALID
            OPEN INPUT VENDOR-MASTER
            IF WS-VENDOR-STATUS NOT = "00"
                DISPLAY "REJECTED: VENDOR-MASTER NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            MOVE AV-VENDOR-CODE TO VN-VENDOR-CODE
            READ VENDOR-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: VENDOR " AV-VENDOR-CODE
                        " NOT ON VENDOR-MASTER"
                    CLOSE VENDOR-MASTER
                    EXIT PARAGRAPH
            END-READ
            CLOSE VENDOR-MASTER

            DISPLAY "ENTER PREFERRED RANK (1 = FIRST CHOICE):"
            ACCEPT AV-RANK
            IF AV-RANK = ZERO
                MOVE 1 TO AV-RANK
            END-IF
            DISPLAY "STATUS - [A] APPROVED  [P] PENDING  [H] HOLD:"
            ACCEPT WS-ID-ANSWER
            EVALUATE WS-ID-ANSWER
                WHEN "A" WHEN "a"
                    MOVE "APPR" TO AV-STATUS
                WHEN "H" WHEN "h"
                    MOVE "HOLD" TO AV-STATUS
                WHEN OTHER
                    MOVE "PEND" TO AV-STATUS
            END-EVALUATE

            DISPLAY "PRICE BREAKS - UP TO 5, RISING QUANTITY;"
                " QUANTITY 0 ENDS THE LIST"
            MOVE ZERO TO AV-BREAK-QTY(1) AV-BREAK-QTY(2)
                AV-BREAK-QTY(3) AV-BREAK-QTY(4) AV-BREAK-QTY(5)
                AV-BREAK-PRICE(1) AV-BREAK-PRICE(2)
                AV-BREAK-PRICE(3) AV-BREAK-PRICE(4)
                AV-BREAK-PRICE(5)
            MOVE 1 TO WS-BREAK-IDX
            PERFORM UNTIL WS-BREAK-IDX > 5
                DISPLAY "  BREAK " WS-BREAK-IDX
                    " FROM QUANTITY (E.G. 00100):"
                ACCEPT AV-BREAK-QTY(WS-BREAK-IDX)
                IF AV-BREAK-QTY(WS-BREAK-IDX) = ZERO
                        AND WS-BREAK-IDX > 1
                    MOVE 6 TO WS-BREAK-IDX
                ELSE
                    DISPLAY "  UNIT PRICE (E.G. 00012.50):"
                    ACCEPT WS-PRICE-ENTRY
                    MOVE WS-PRICE-ENTRY
                        TO AV-BREAK-PRICE(WS-BREAK-IDX)
                    IF WS-BREAK-IDX > 1
                        IF AV-BREAK-QTY(WS-BREAK-IDX)
                                NOT > AV-BREAK-QTY(WS-BREAK-IDX - 1)
                            DISPLAY "REJECTED: BREAKS MUST RISE IN"
                                " QUANTITY"
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                    ADD 1 TO WS-BREAK-IDX
                END-IF
            END-PERFORM
            IF AV-BREAK-PRICE(1) = ZERO
                DISPLAY "REJECTED: AT LEAST ONE PRICED BREAK NEEDED"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "FREIGHT AND DUTY PER EACH (E.G. 000.35):"
            ACCEPT WS-LANDED-ENTRY
            MOVE WS-LANDED-ENTRY TO AV-LANDED-ADD
            MOVE WS-TODAY-TIMESTAMP(1:8) TO AV-QUOTE-DATE
            MOVE "Y" TO WS-TERMS-VALID.

        ADD-APPROVED-VENDOR.
            PERFORM ACCEPT-AVL-KEY
            PERFORM ACCEPT-AVL-TERMS
            IF WS-TERMS-VALID = "N"
                EXIT PARAGRAPH
            END-IF

            WRITE APPROVED-VENDOR-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: VENDOR ALREADY LISTED FOR PART"
                NOT INVALID KEY
                    DISPLAY "VENDOR " AV-VENDOR-CODE
                        " LISTED FOR " AV-PART-CODE
            END-WRITE.

        CHANGE-APPROVED-VENDOR.
            PERFORM ACCEPT-AVL-KEY

            READ APPROVED-VENDOR
                INVALID KEY
                    DISPLAY "REJECTED: VENDOR NOT LISTED FOR PART"
                NOT INVALID KEY
                    PERFORM SHOW-AVL-ENTRY
                    PERFORM ACCEPT-AVL-TERMS
                    IF WS-TERMS-VALID = "Y"
                        REWRITE APPROVED-VENDOR-RECORD
                        DISPLAY "APPROVED VENDOR UPDATED"
                    END-IF
            END-READ.

        DELETE-APPROVED-VENDOR.
            PERFORM ACCEPT-AVL-KEY

            READ APPROVED-VENDOR
                INVALID KEY
                    DISPLAY "REJECTED: VENDOR NOT LISTED FOR PART"
                NOT INVALID KEY
                    DISPLAY "DELETE VENDOR " AV-VENDOR-CODE
                        " FOR " AV-PART-CODE " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE APPROVED-VENDOR RECORD
                        DISPLAY "APPROVED VENDOR DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        INQUIRE-APPROVED-VENDOR.
            PERFORM ACCEPT-AVL-KEY

            READ APPROVED-VENDOR
                INVALID KEY
                    DISPLAY "VENDOR NOT LISTED FOR PART"
                NOT INVALID KEY
                    PERFORM SHOW-AVL-ENTRY
            END-READ.

        SHOW-AVL-ENTRY.
            DISPLAY "PART: " AV-PART-CODE " VENDOR: " AV-VENDOR-CODE
                " RANK: " AV-RANK " STATUS: " AV-STATUS
            PERFORM VARYING WS-BREAK-IDX FROM 1 BY 1
                    UNTIL WS-BREAK-IDX > 5
                IF AV-BREAK-QTY(WS-BREAK-IDX) > ZERO
                        OR WS-BREAK-IDX = 1
                    MOVE AV-BREAK-PRICE(WS-BREAK-IDX) TO WS-PRICE-DISP
                    DISPLAY "  FROM " AV-BREAK-QTY(WS-BREAK-IDX)
                        " @ " WS-PRICE-DISP
                END-IF
            END-PERFORM
            MOVE AV-LANDED-ADD TO WS-LANDED-DISP
            DISPLAY "  FREIGHT/DUTY PER EACH " WS-LANDED-DISP
                "  QUOTED " AV-QUOTE-DATE.

        LIST-PART-VENDORS.
      *     the key leads with the part, so START at the part and
      *     read forward until it changes
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY

            MOVE ZERO TO WS-LISTED-COUNT
            MOVE WS-PART-ENTRY TO AV-PART-CODE
            MOVE LOW-VALUES TO AV-VENDOR-CODE
            START APPROVED-VENDOR KEY >= AV-AVL-KEY
                INVALID KEY
                    DISPLAY "NO VENDORS LISTED FOR " WS-PART-ENTRY
            END-START

            IF WS-FILE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ APPROVED-VENDOR NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF AV-PART-CODE = WS-PART-ENTRY
                                MOVE AV-BREAK-PRICE(1)
                                    TO WS-PRICE-DISP
                                DISPLAY "  " AV-VENDOR-CODE
                                    " RANK " AV-RANK " "
                                    AV-STATUS " FROM "
                                    WS-PRICE-DISP
                                ADD 1 TO WS-LISTED-COUNT
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-LISTED-COUNT = ZERO
                    DISPLAY "NO VENDORS LISTED FOR " WS-PART-ENTRY
                END-IF
            END-IF.

            END PROGRAM APPROVED-VENDOR-MAINTENANCE.

      * interactive maintenance screen for the freight carriers -
      * the CARRIER-MASTER record itself, its zone chart by
      * destination ZIP prefix (CARRIER-ZONE) and its rate table by
      * zone and weight band (CARRIER-RATE), patterned on
      * SALESPERSON-MAINTENANCE. SHIP-CONFIRM rates every shipment
      * off these, so prepay-and-add freight reaches the invoice at
      * the carrier's published rate instead of a guess.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CARRIER-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CARRIER-MASTER ASSIGN TO "CARRIER-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CA-CARRIER-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT CARRIER-ZONE ASSIGN TO "CARRIER-ZONE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CZ-ZONE-KEY
                FILE STATUS IS WS-ZONE-STATUS.

            SELECT CARRIER-RATE ASSIGN TO "CARRIER-RATE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-RATE-KEY
                FILE STATUS IS WS-RATE-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CARRIER-MASTER.
            COPY "CARRIER-RECORD.cpy".

        FD  CARRIER-ZONE.
            COPY "CARRIER-ZONE-RECORD.cpy".

        FD  CARRIER-RATE.
            COPY "CARRIER-RATE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-ZONE-STATUS        PIC XX.
        01 WS-RATE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-CARRIER-CODE       PIC X(10).
        01 WS-REMOVED-COUNT      PIC 9(5).
      *     ACCEPT into unedited V99 fields does not parse a typed
      *     decimal point - ACCEPT into these edited fields instead,
      *     same trick as TAX-RATE-MAINTENANCE's WS-RATE-ENTRY
        01 WS-MIN-ENTRY          PIC 9(4).99.
        01 WS-CHARGE-ENTRY       PIC 9(5).99.
        01 WS-PER-LB-ENTRY       PIC 99.99.
        01 WS-MIN-DISP           PIC ZZZ9.99.
        01 WS-CHARGE-DISP        PIC ZZZZ9.99.
        01 WS-PER-LB-DISP        PIC Z9.99.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
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
            PERFORM OPEN-CARRIER-FILES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== CARRIER MAINTENANCE ====="
                DISPLAY "[1] ADD CARRIER"
                DISPLAY "[2] CHANGE CARRIER"
                DISPLAY "[3] DELETE CARRIER"
                DISPLAY "[4] INQUIRE CARRIER"
                DISPLAY "[5] SET ZIP PREFIX ZONE"
                DISPLAY "[6] SET RATE BAND"
                DISPLAY "[7] REMOVE RATE BAND"
                DISPLAY "[8] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-CARRIER
                    WHEN 2
                        PERFORM CHANGE-CARRIER
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM DELETE-CARRIER
                        END-IF
                    WHEN 4
                        PERFORM INQUIRE-CARRIER
                    WHEN 5
                        PERFORM SET-ZIP-ZONE
                    WHEN 6
                        PERFORM SET-RATE-BAND
                    WHEN 7
                        PERFORM REMOVE-RATE-BAND
                    WHEN 8
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE CARRIER-MASTER
            CLOSE CARRIER-ZONE
            CLOSE CARRIER-RATE
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-CARRIER-FILES.
      *     the indexed files may not exist yet on a fresh machine, so
      *     create each the first time and re-open it for update after
      *     - same pattern as TAX-RATE-MAINTENANCE's OPEN-TAX-RATES
            OPEN I-O CARRIER-MASTER
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT CARRIER-MASTER
                CLOSE CARRIER-MASTER
                OPEN I-O CARRIER-MASTER
            END-IF
            OPEN I-O CARRIER-ZONE
            IF WS-ZONE-STATUS = "35"
                OPEN OUTPUT CARRIER-ZONE
                CLOSE CARRIER-ZONE
                OPEN I-O CARRIER-ZONE
            END-IF
            OPEN I-O CARRIER-RATE
            IF WS-RATE-STATUS = "35"
                OPEN OUTPUT CARRIER-RATE
                CLOSE CARRIER-RATE
                OPEN I-O CARRIER-RATE
            END-IF.

        ACCEPT-CARRIER-FIELDS.
            DISPLAY "ENTER CARRIER NAME (25 CHARS):"
            ACCEPT CA-NAME
            DISPLAY "ENTER OUR ACCOUNT NO WITH THE CARRIER"
                " (12 CHARS):"
            ACCEPT CA-ACCOUNT-NO
            DISPLAY "ENTER ZONE FOR ZIPS NOT ON THE CHART (2 DIGITS):"
            ACCEPT CA-DEFAULT-ZONE
            DISPLAY "ENTER MINIMUM CHARGE PER SHIPMENT (E.G."
                " 0015.00):"
            ACCEPT WS-MIN-ENTRY
            MOVE WS-MIN-ENTRY TO CA-MIN-CHARGE
            MOVE WS-OPERATOR-ID TO CA-UPDATED-BY
            MOVE WS-TODAY-DATE TO CA-UPDATED-DATE.

        ADD-CARRIER.
            DISPLAY "ENTER CARRIER CODE (10 CHARS):"
            ACCEPT CA-CARRIER-CODE
            IF CA-CARRIER-CODE = SPACES
                DISPLAY "REJECTED: CARRIER CODE IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-CARRIER-FIELDS

            WRITE CARRIER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: CARRIER ALREADY EXISTS"
                NOT INVALID KEY
                    DISPLAY "CARRIER ADDED: " CA-CARRIER-CODE
            END-WRITE.

        CHANGE-CARRIER.
            DISPLAY "ENTER CARRIER CODE TO CHANGE:"
            ACCEPT CA-CARRIER-CODE

            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CARRIER NOT FOUND"
                NOT INVALID KEY
                    MOVE CA-MIN-CHARGE TO WS-MIN-DISP
                    DISPLAY "CURRENT: " CA-NAME
                        " ACCOUNT " CA-ACCOUNT-NO
                    DISPLAY "DEFAULT ZONE " CA-DEFAULT-ZONE
                        " MINIMUM " WS-MIN-DISP
                    PERFORM ACCEPT-CARRIER-FIELDS
                    REWRITE CARRIER-RECORD
                    DISPLAY "CARRIER UPDATED: " CA-CARRIER-CODE
            END-READ.

        DELETE-CARRIER.
      *     the carrier's zone chart and rate table go with it - past
      *     SHIPPING-LOG entries keep the code they were booked under
            DISPLAY "ENTER CARRIER CODE TO DELETE:"
            ACCEPT CA-CARRIER-CODE

            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CARRIER NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            DISPLAY "DELETE " CA-CARRIER-CODE " - " CA-NAME
                " AND ITS ZONES AND RATES - CONFIRM (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER NOT = "Y" AND WS-ID-ANSWER NOT = "y"
                DISPLAY "DELETE CANCELLED"
                EXIT PARAGRAPH
            END-IF

            MOVE CA-CARRIER-CODE TO WS-CARRIER-CODE
            DELETE CARRIER-MASTER RECORD
            MOVE ZERO TO WS-REMOVED-COUNT

            MOVE WS-CARRIER-CODE TO CZ-CARRIER-CODE
            MOVE LOW-VALUES TO CZ-ZIP-PREFIX
            START CARRIER-ZONE KEY >= CZ-ZONE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ CARRIER-ZONE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CZ-CARRIER-CODE = WS-CARRIER-CODE
                            DELETE CARRIER-ZONE RECORD
                            ADD 1 TO WS-REMOVED-COUNT
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-CARRIER-CODE TO CR-CARRIER-CODE
            MOVE ZERO TO CR-ZONE CR-MAX-WEIGHT
            START CARRIER-RATE KEY >= CR-RATE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ CARRIER-RATE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CR-CARRIER-CODE = WS-CARRIER-CODE
                            DELETE CARRIER-RATE RECORD
                            ADD 1 TO WS-REMOVED-COUNT
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM

            DISPLAY "CARRIER DELETED: " WS-CARRIER-CODE
                " - ZONE/RATE RECORDS REMOVED: " WS-REMOVED-COUNT.

        INQUIRE-CARRIER.
            DISPLAY "ENTER CARRIER CODE TO INQUIRE:"
            ACCEPT CA-CARRIER-CODE

            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "CARRIER NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            MOVE CA-MIN-CHARGE TO WS-MIN-DISP
            DISPLAY "CODE: " CA-CARRIER-CODE
            DISPLAY "NAME: " CA-NAME
            DISPLAY "ACCOUNT: " CA-ACCOUNT-NO
            DISPLAY "DEFAULT ZONE: " CA-DEFAULT-ZONE
            DISPLAY "MINIMUM CHARGE: " WS-MIN-DISP
            DISPLAY "LAST CHANGED BY " CA-UPDATED-BY
                " ON " CA-UPDATED-DATE
            PERFORM LIST-ZONE-CHART
            PERFORM LIST-RATE-TABLE.

        LIST-ZONE-CHART.
            DISPLAY "ZONE CHART (ZIP PREFIX - ZONE):"
            MOVE CA-CARRIER-CODE TO CZ-CARRIER-CODE
            MOVE LOW-VALUES TO CZ-ZIP-PREFIX
            START CARRIER-ZONE KEY >= CZ-ZONE-KEY
                INVALID KEY
                    DISPLAY "  NO ZIP PREFIXES ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CARRIER-ZONE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CZ-CARRIER-CODE = CA-CARRIER-CODE
                            DISPLAY "  " CZ-ZIP-PREFIX " - " CZ-ZONE
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.

        LIST-RATE-TABLE.
            DISPLAY "RATE TABLE (ZONE  UP TO LB  CHARGE  PER LB):"
            MOVE CA-CARRIER-CODE TO CR-CARRIER-CODE
            MOVE ZERO TO CR-ZONE CR-MAX-WEIGHT
            START CARRIER-RATE KEY >= CR-RATE-KEY
                INVALID KEY
                    DISPLAY "  NO RATE BANDS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ CARRIER-RATE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CR-CARRIER-CODE = CA-CARRIER-CODE
                            MOVE CR-BAND-CHARGE TO WS-CHARGE-DISP
                            MOVE CR-PER-POUND TO WS-PER-LB-DISP
                            DISPLAY "  " CR-ZONE "    " CR-MAX-WEIGHT
                                "  " WS-CHARGE-DISP
                                "  " WS-PER-LB-DISP
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.

        ACCEPT-KNOWN-CARRIER.
      *     zones and rates only hang off a carrier already on file
            DISPLAY "ENTER CARRIER CODE:"
            ACCEPT CA-CARRIER-CODE
            READ CARRIER-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: CARRIER NOT FOUND"
                    MOVE SPACES TO CA-CARRIER-CODE
            END-READ.

        SET-ZIP-ZONE.
      *     one ZIP prefix at a time, off the carrier's zone chart -
      *     zone 00 takes the prefix back off the chart so it falls
      *     to the carrier's default zone
            PERFORM ACCEPT-KNOWN-CARRIER
            IF CA-CARRIER-CODE = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE CA-CARRIER-CODE TO CZ-CARRIER-CODE
            DISPLAY "ENTER DESTINATION ZIP PREFIX (FIRST 3 DIGITS):"
            ACCEPT CZ-ZIP-PREFIX
            IF CZ-ZIP-PREFIX NOT NUMERIC
                DISPLAY "REJECTED: ZIP PREFIX MUST BE 3 DIGITS"
                EXIT PARAGRAPH
            END-IF

            READ CARRIER-ZONE
                INVALID KEY
                    DISPLAY "ZIP PREFIX " CZ-ZIP-PREFIX
                        " NOT ON THE CHART YET"
                    DISPLAY "ENTER ZONE (2 DIGITS):"
                    ACCEPT CZ-ZONE
                    IF CZ-ZONE = ZERO
                        DISPLAY "NOTHING ADDED"
                    ELSE
                        WRITE CARRIER-ZONE-RECORD
                        DISPLAY "ZIP PREFIX " CZ-ZIP-PREFIX
                            " ADDED IN ZONE " CZ-ZONE
                    END-IF
                NOT INVALID KEY
                    DISPLAY "CURRENT ZONE: " CZ-ZONE
                    DISPLAY "ENTER NEW ZONE (2 DIGITS, 00 TO REMOVE):"
                    ACCEPT CZ-ZONE
                    IF CZ-ZONE = ZERO
                        DELETE CARRIER-ZONE RECORD
                        DISPLAY "ZIP PREFIX " CZ-ZIP-PREFIX
                            " REMOVED FROM THE CHART"
                    ELSE
                        REWRITE CARRIER-ZONE-RECORD
                        DISPLAY "ZIP PREFIX " CZ-ZIP-PREFIX
                            " NOW ZONE " CZ-ZONE
                    END-IF
            END-READ.

        SET-RATE-BAND.
      *     a band is keyed by the heaviest shipment it covers - the
      *     band above it starts where this one stops
            PERFORM ACCEPT-KNOWN-CARRIER
            IF CA-CARRIER-CODE = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE CA-CARRIER-CODE TO CR-CARRIER-CODE
            DISPLAY "ENTER ZONE (2 DIGITS):"
            ACCEPT CR-ZONE
            DISPLAY "ENTER TOP WEIGHT OF THE BAND IN POUNDS"
                " (5 DIGITS):"
            ACCEPT CR-MAX-WEIGHT
            IF CR-ZONE = ZERO OR CR-MAX-WEIGHT = ZERO
                DISPLAY "REJECTED: ZONE AND TOP WEIGHT ARE REQUIRED"
                EXIT PARAGRAPH
            END-IF

            READ CARRIER-RATE
                INVALID KEY
                    PERFORM ACCEPT-BAND-CHARGES
                    WRITE CARRIER-RATE-RECORD
                    DISPLAY "RATE BAND ADDED: ZONE " CR-ZONE
                        " UP TO " CR-MAX-WEIGHT " LB"
                NOT INVALID KEY
                    MOVE CR-BAND-CHARGE TO WS-CHARGE-DISP
                    MOVE CR-PER-POUND TO WS-PER-LB-DISP
                    DISPLAY "CURRENT CHARGE " WS-CHARGE-DISP
                        " PLUS " WS-PER-LB-DISP " PER LB"
                    PERFORM ACCEPT-BAND-CHARGES
                    REWRITE CARRIER-RATE-RECORD
                    DISPLAY "RATE BAND UPDATED: ZONE " CR-ZONE
                        " UP TO " CR-MAX-WEIGHT " LB"
            END-READ.

        ACCEPT-BAND-CHARGES.
            DISPLAY "ENTER FLAT CHARGE FOR THE BAND (E.G. 00045.00):"
            ACCEPT WS-CHARGE-ENTRY
            MOVE WS-CHARGE-ENTRY TO CR-BAND-CHARGE
            DISPLAY "ENTER CHARGE PER POUND (E.G. 00.35, 0 FOR"
                " NONE):"
            ACCEPT WS-PER-LB-ENTRY
            MOVE WS-PER-LB-ENTRY TO CR-PER-POUND.

        REMOVE-RATE-BAND.
            PERFORM ACCEPT-KNOWN-CARRIER
            IF CA-CARRIER-CODE = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE CA-CARRIER-CODE TO CR-CARRIER-CODE
            DISPLAY "ENTER ZONE (2 DIGITS):"
            ACCEPT CR-ZONE
            DISPLAY "ENTER TOP WEIGHT OF THE BAND (5 DIGITS):"
            ACCEPT CR-MAX-WEIGHT

            READ CARRIER-RATE
                INVALID KEY
                    DISPLAY "REJECTED: NO SUCH RATE BAND"
                NOT INVALID KEY
                    DELETE CARRIER-RATE RECORD
                    DISPLAY "RATE BAND REMOVED: ZONE " CR-ZONE
                        " UP TO " CR-MAX-WEIGHT " LB"
            END-READ.

            END PROGRAM CARRIER-MAINTENANCE.

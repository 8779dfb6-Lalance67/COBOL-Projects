      * EXCHANGE-RATE-LOOKUP - the shared answer to "what was this
      * currency worth on this date". The EXCHANGE-RATES table keeps
      * one row per currency per effective date; the rate in force
      * on a day is the row with the latest effective date not after
      * it. Quotes, invoices and cash receipts all come through here
      * so a document and the receipt that pays it read the same
      * table the same way. Customers on the home currency (spaces
      * on the customer record, or the home code itself) get a rate
      * of 1 without the table being opened.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCHANGE-RATE-LOOKUP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCHANGE-RATES ASSIGN TO "EXCHANGE-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XR-RATE-KEY
                FILE STATUS IS WS-RATE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXCHANGE-RATES.
            COPY "EXCHANGE-RATE-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-RATE-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        78 HOME-CURRENCY         VALUE "USD".

        LINKAGE SECTION.
            COPY "EXCHANGE-RATE-PARAMS.cpy".

        PROCEDURE DIVISION USING EXCHANGE-RATE-PARAMS.
            MOVE 1 TO XRP-RATE
            MOVE "Y" TO XRP-FOUND
            IF XRP-CURRENCY-CODE = SPACES
                    OR XRP-CURRENCY-CODE = HOME-CURRENCY
                GOBACK
            END-IF

            MOVE ZERO TO XRP-RATE
            MOVE "N" TO XRP-FOUND
            OPEN INPUT EXCHANGE-RATES
            IF WS-RATE-STATUS NOT = "00"
                GOBACK
            END-IF

      *     rows for one currency sit together in effective-date
      *     order - walk them and keep the last one not after the
      *     as-of date
            MOVE XRP-CURRENCY-CODE TO XR-CURRENCY-CODE
            MOVE ZERO TO XR-EFFECTIVE-DATE
            START EXCHANGE-RATES KEY >= XR-RATE-KEY
                INVALID KEY
                    MOVE "10" TO WS-RATE-STATUS
            END-START

            IF WS-RATE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ EXCHANGE-RATES NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF XR-CURRENCY-CODE NOT = XRP-CURRENCY-CODE
                                    OR XR-EFFECTIVE-DATE
                                        > XRP-AS-OF-DATE
                                MOVE "Y" TO WS-EOF
                            ELSE
                                MOVE XR-HOME-PER-UNIT TO XRP-RATE
                                MOVE "Y" TO XRP-FOUND
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            CLOSE EXCHANGE-RATES
            IF XRP-RATE = ZERO
                MOVE "N" TO XRP-FOUND
            END-IF
            GOBACK.

        END PROGRAM EXCHANGE-RATE-LOOKUP.

      * VENDOR-MASTER, patterned on STUDENT-MAINTENANCE, so purchasing
      * can manage the supplier list directly - each part's
      * REORDER-RULES entry names one of these vendors, and
      * PO-GENERATE refuses a suggestion whose vendor is not on file.
      * The vendor's payment terms - net days, early-pay discount pct
      * and discount days - are kept here for AP-PAYMENT-RUN.
      * Adding or changing a vendor is the VENDSETP function (see
      * FUNCTION-AUTH) and each one is logged to AUDIT-LOG, which is
      * where SOD-VIOLATION-REPORT finds who set a vendor up.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. VENDOR-MAINTENANCE.

                RECORD KEY IS VN-VENDOR-CODE
                FILE STATUS IS WS-FILE-STATUS.

            SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VENDOR-MASTER.
            COPY "VENDOR-RECORD.cpy".

        FD  AUDIT-LOG.
            COPY "AUDIT-LOG-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-AUDIT-STATUS       PIC XX.
        01 WS-AUDIT-NOTE         PIC X(40).
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ID-ANSWER          PIC X.
        01 WS-LEAD-DISP          PIC ZZ9.
        01 WS-NET-DISP           PIC ZZ9.
        01 WS-DISC-DAYS-DISP     PIC ZZ9.
        01 WS-DISC-PCT-DISP      PIC Z9.99.
      *     ACCEPT into an unedited V99 field does not parse a typed
      *     decimal point - same trick as STUDENT-MAINTENANCE's
      *     WS-GRADE-ENTRY
        01 WS-DISC-PCT-ENTRY     PIC 99.99.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
        78 DELETE-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

      * vendor setup is a granted function held apart from invoice
      * entry and voucher approval - see sod-rule-maintenance.cob
        COPY "FUNCTION-AUTH-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            MOVE "VENDSETP" TO FAP-FUNCTION
            CALL "FUNCTION-AUTH" USING FUNCTION-AUTH-PARAMS
            PERFORM OPEN-VENDOR-MASTER

            PERFORM UNTIL WS-DONE = "Y"

                EVALUATE MENU-CHOICE
                    WHEN 1
                        IF FAP-GRANTED NOT = "Y"
                            DISPLAY "NOT AUTHORIZED - VENDOR SETUP"
                                " NEEDS THE VENDSETP GRANT"
                        ELSE
                            PERFORM ADD-VENDOR
                        END-IF
                    WHEN 2
                        IF FAP-GRANTED NOT = "Y"
                            DISPLAY "NOT AUTHORIZED - VENDOR SETUP"
                                " NEEDS THE VENDSETP GRANT"
                        ELSE
                            PERFORM CHANGE-VENDOR
                        END-IF
                    WHEN 3
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - DELETE NEEDS"
            ACCEPT VN-VENDOR-NAME
            DISPLAY "ENTER LEAD DAYS (E.G. 014):"
            ACCEPT VN-LEAD-DAYS
            PERFORM ACCEPT-PAYMENT-TERMS

            WRITE VENDOR-MASTER-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: VENDOR CODE ALREADY EXISTS"
                NOT INVALID KEY
                    MOVE "VENDOR ADDED" TO WS-AUDIT-NOTE
                    PERFORM WRITE-VENDOR-AUDIT
                    DISPLAY "VENDOR ADDED: " VN-VENDOR-CODE
            END-WRITE.

                    ACCEPT VN-VENDOR-NAME
                    DISPLAY "ENTER NEW LEAD DAYS:"
                    ACCEPT VN-LEAD-DAYS
                    PERFORM SHOW-PAYMENT-TERMS
                    PERFORM ACCEPT-PAYMENT-TERMS
                    REWRITE VENDOR-MASTER-RECORD
                    MOVE "VENDOR CHANGED" TO WS-AUDIT-NOTE
                    PERFORM WRITE-VENDOR-AUDIT
                    DISPLAY "VENDOR UPDATED: " VN-VENDOR-CODE
            END-READ.

                    DISPLAY "CODE: " VN-VENDOR-CODE
                    DISPLAY "NAME: " VN-VENDOR-NAME
                    DISPLAY "LEAD DAYS: " WS-LEAD-DISP
                    PERFORM SHOW-PAYMENT-TERMS
            END-READ.

        ACCEPT-PAYMENT-TERMS.
            DISPLAY "ENTER NET DAYS (E.G. 030):"
            ACCEPT VN-NET-DAYS
            DISPLAY "ENTER EARLY-PAY DISCOUNT PCT (E.G. 02.00,"
                " 00.00 FOR NONE):"
            ACCEPT WS-DISC-PCT-ENTRY
            MOVE WS-DISC-PCT-ENTRY TO VN-DISC-PCT
            IF VN-DISC-PCT = ZERO
                MOVE ZERO TO VN-DISC-DAYS
            ELSE
                DISPLAY "ENTER DISCOUNT DAYS (E.G. 010):"
                ACCEPT VN-DISC-DAYS
            END-IF.

        SHOW-PAYMENT-TERMS.
      *     a vendor set up before terms were kept has spaces here
            IF VN-NET-DAYS NUMERIC AND VN-DISC-PCT NUMERIC
                    AND VN-DISC-DAYS NUMERIC
                MOVE VN-NET-DAYS TO WS-NET-DISP
                MOVE VN-DISC-PCT TO WS-DISC-PCT-DISP
                MOVE VN-DISC-DAYS TO WS-DISC-DAYS-DISP
                DISPLAY "TERMS: " WS-DISC-PCT-DISP "% "
                    WS-DISC-DAYS-DISP " NET " WS-NET-DISP
            ELSE
                DISPLAY "TERMS: NOT SET (NET 30 ASSUMED)"
            END-IF.

        WRITE-VENDOR-AUDIT.
      *     the vendor code leads AL-INPUTS so SOD-VIOLATION-REPORT
      *     can tie the setup to the vendor's vouchers
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                CLOSE AUDIT-LOG
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE "VENDOR-MAINTENANCE" TO AL-PROGRAM
            MOVE FAP-OPERATOR-ID TO AL-OPERATOR
            MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
            MOVE SPACES TO AL-INPUTS
            STRING VN-VENDOR-CODE " " VN-VENDOR-NAME
                   DELIMITED BY SIZE INTO AL-INPUTS
            MOVE WS-AUDIT-NOTE TO AL-OUTPUTS
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

            END PROGRAM VENDOR-MAINTENANCE.

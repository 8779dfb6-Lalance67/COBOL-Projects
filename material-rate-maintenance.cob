      *     edited field instead and MOVE the parsed result, same
      *     trick as STUDENT-MAINTENANCE's WS-GRADE-ENTRY
        01 WS-RATE-ENTRY         PIC 9(3).9999.
      *     plate weight, pounds per square inch, for freight rating
        01 WS-WEIGHT-ENTRY       PIC 9.9999.
        01 WS-WEIGHT-DISP        PIC 9.9999.
        01 WS-EFFECTIVE-ENTRY    PIC 9(8).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
                MOVE WS-TODAY-DATE TO WS-EFFECTIVE-ENTRY
            END-IF.

        ACCEPT-PLATE-WEIGHT.
      *     what a square inch of the stock weighs - SHIP-CONFIRM
      *     estimates a shipment's weight from it to rate freight
            IF MR-WEIGHT-PER-SQIN NOT NUMERIC
                MOVE ZERO TO MR-WEIGHT-PER-SQIN
            END-IF
            MOVE MR-WEIGHT-PER-SQIN TO WS-WEIGHT-DISP
            DISPLAY "CURRENT WEIGHT PER SQ IN (LB): " WS-WEIGHT-DISP
            DISPLAY "ENTER WEIGHT PER SQ IN IN POUNDS (E.G. 0.0709,"
                " 0 IF UNKNOWN):"
            ACCEPT WS-WEIGHT-ENTRY
            MOVE WS-WEIGHT-ENTRY TO MR-WEIGHT-PER-SQIN.

        ADD-RATE.
            DISPLAY "ENTER MATERIAL CODE (3 CHARS):"
            ACCEPT MR-MATERIAL-CODE
            DISPLAY "ENTER RATE PER SQ IN (E.G. 000.0800):"
            ACCEPT WS-RATE-ENTRY
            MOVE WS-RATE-ENTRY TO MR-RATE-PER-SQIN
            MOVE ZERO TO MR-WEIGHT-PER-SQIN
            PERFORM ACCEPT-PLATE-WEIGHT
            PERFORM ACCEPT-EFFECTIVE-DATE

            WRITE MATERIAL-RATES-RECORD
                    DISPLAY "ENTER NEW RATE PER SQ IN:"
                    ACCEPT WS-RATE-ENTRY
                    MOVE WS-RATE-ENTRY TO MR-RATE-PER-SQIN
                    PERFORM ACCEPT-PLATE-WEIGHT
                    PERFORM ACCEPT-EFFECTIVE-DATE
                    REWRITE MATERIAL-RATES-RECORD
                    PERFORM WRITE-RATE-HISTORY
                    MOVE MR-RATE-PER-SQIN TO WS-RATE-DISP
                    DISPLAY "MATERIAL: " MR-MATERIAL-CODE
                    DISPLAY "RATE PER SQ IN: " WS-RATE-DISP
                    DISPLAY "WEIGHT PER SQ IN: " MR-WEIGHT-PER-SQIN
            END-READ.

        INQUIRE-RATE-AS-OF.

      * master) is routed into PENDING-ADJUSTMENT for a
      *  level-5 supervisor to approve in ADJUSTMENT-APPROVAL, so a
      * thousand-piece swing can no longer land with nobody looking.
      * Entering an adjustment is the granted INVADJ function (see
      * FUNCTION-AUTH), held apart from ADJUSTMENT-APPROVAL's.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INVENTORY-ADJUSTMENT.

      * function-level authorization - see operator-maintenance.cob
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.
        COPY "FUNCTION-AUTH-PARAMS.cpy".

      * the shared fiscal posting lock - checked before any master
      * is touched, see period-check.cob
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            MOVE "INVADJ  " TO FAP-FUNCTION
            CALL "FUNCTION-AUTH" USING FUNCTION-AUTH-PARAMS
            IF FAP-GRANTED NOT = "Y"
                DISPLAY "NOT AUTHORIZED - ADJUSTMENT ENTRY NEEDS"
                    " THE INVADJ GRANT"
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-DATE TO PD-ENTERED-DATE
            MOVE "PEND" TO PD-STATUS
            MOVE SPACES TO PD-REVIEW-OPERATOR PD-REVIEW-NOTE
                PD-BIN-CODE
            WRITE PENDING-ADJUSTMENT-RECORD
            CLOSE PENDING-ADJUSTMENT


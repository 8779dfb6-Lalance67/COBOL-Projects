        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-RECORDED-COUNT     PIC 9(4) VALUE ZERO.

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP

            DISPLAY "ATTENDANCE DATE (YYYYMMDD, 0 = TODAY):"
                    DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                NOT INVALID KEY
      *             a withdrawn student no longer takes roll -
      *             WITHDRAWAL-PROCESSING set the W - and neither
      *             does a graduate (D, from GRADUATION-PROCESSING)
                    EVALUATE SM-STATUS
                        WHEN "W"
                            DISPLAY "REJECTED: STUDENT IS WITHDRAWN"
                        WHEN "D"
                            DISPLAY "REJECTED: STUDENT HAS GRADUATED"
                        WHEN OTHER
                            PERFORM CAPTURE-ATTENDANCE-CODE
                    END-EVALUATE
            END-READ.

        CAPTURE-ATTENDANCE-CODE.

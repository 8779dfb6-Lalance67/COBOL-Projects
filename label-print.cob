        01 WS-LABELS-WRITTEN    PIC 9(5) VALUE ZERO.
        01 WS-QTY-DISP          PIC ZZZZ9.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

                CLOSE LABEL-PRINT-FILE
                OPEN OUTPUT LABEL-PRINT-FILE
            END-IF
      *     a label is only 40 wide - the banner goes on two lines
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER(1:33) TO LABEL-PRINT-LINE
                WRITE LABEL-PRINT-LINE
                MOVE TCP-BANNER(37:24) TO LABEL-PRINT-LINE
                WRITE LABEL-PRINT-LINE
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== RECEIVING LABEL PRINT ====="

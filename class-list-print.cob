        01 WS-INSTR-STUDENTS     PIC 9(4).
        01 WS-TOTAL-SECTIONS     PIC 9(4) VALUE ZERO.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE


            OPEN OUTPUT CLASS-LISTS
            OPEN OUTPUT ATTEND-WORKSHEET
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO CLASS-LIST-LINE
                WRITE CLASS-LIST-LINE
            END-IF
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO WORKSHEET-LINE
                WRITE WORKSHEET-LINE
            END-IF

            MOVE SPACES TO CLASS-LIST-LINE
            STRING "CLASS LISTS - TERM " WS-ASK-TERM

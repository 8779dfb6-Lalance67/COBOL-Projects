        COPY "PERIOD-CHECK-PARAMS.cpy".
        01 WS-LOCK-STAMP         PIC X(21).

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
      *     a posting into a month the bookkeeper closed is
      *     refused up front - the refusal is already on the
      *     exception summary when the answer comes back N

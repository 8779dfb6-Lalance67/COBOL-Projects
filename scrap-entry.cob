            COPY "LOT-DETAIL-RECORD.cpy".

        FD  DETAIL-WORK.
        01  DETAIL-WORK-RECORD      PIC X(47).

        FD  LOT-YIELD.
            COPY "LOT-YIELD-RECORD.cpy".
        COPY "PERIOD-CHECK-PARAMS.cpy".
        01 WS-TODAY-TIMESTAMP    PIC X(21).

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
      *     the shared posting lock first - a scrap posting into a
      *     month the bookkeeper closed is refused before anything
      *     is keyed

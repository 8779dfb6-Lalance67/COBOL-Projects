      * report's retention count age off automatically - the member
      * empties but the catalog entry stays as the trail, the same
      * generation-window idea as BACKUP-MASTERS. SPOOL-BROWSE is
      * the catalog screen that views and reprints kept runs. A run
      * spooled on the training sandbox opens with the TRAINING
      * banner line, so a practice report can never pass for a
      * real one when it is reprinted.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPORT-SPOOL.

        01 WS-KEEP-COUNT         PIC 9(3).
        01 WS-KEPT-SO-FAR        PIC 9(3).

      * which data set this run is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        LINKAGE SECTION.
            COPY "SPOOL-PARAMS.cpy".

                DELIMITED BY SIZE INTO WS-MEMBER-NAME
            OPEN OUTPUT SPOOL-MEMBER
            MOVE ZERO TO WS-LINE-COUNT
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO SPOOL-MEMBER-LINE
                WRITE SPOOL-MEMBER-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SOURCE-REPORT

      * TRAINING-MODE-CHECK - the shared answer to "are these the
      * practice files". The training sandbox is a full data set of
      * its own in the TRAINING directory, and MENU-DRIVER moves a
      * training session into it, so every program run from there
      * opens the sandbox copies under their usual names. The one
      * thing that tells the two data sets apart is the
      * TRAINING-DATA.DAT marker TRAINING-REFRESH leaves in the
      * sandbox. Programs that print a banner, or that must never
      * produce an outbound file in practice, ask here.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRAINING-MODE-CHECK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAINING-DATA ASSIGN TO "TRAINING-DATA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAINING-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAINING-DATA.
            COPY "TRAINING-DATA-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-TRAINING-STATUS    PIC XX.

        LINKAGE SECTION.
            COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION USING TRAINING-CHECK-PARAMS.
            MOVE "N" TO TCP-TRAINING
            MOVE ZERO TO TCP-GENERATION TCP-REFRESH-DATE
            MOVE SPACES TO TCP-BANNER

            OPEN INPUT TRAINING-DATA
            IF WS-TRAINING-STATUS NOT = "00"
                GOBACK
            END-IF
            READ TRAINING-DATA
                AT END
                    CONTINUE
                NOT AT END
                    IF TD-MARKER = "TRAINING"
                        MOVE "Y" TO TCP-TRAINING
                        MOVE TD-GENERATION TO TCP-GENERATION
                        MOVE TD-REFRESH-DATE TO TCP-REFRESH-DATE
                        STRING "*** TRAINING - PRACTICE DATA ONLY"
                               " - NOTHING HERE IS LIVE ***"
                               DELIMITED BY SIZE INTO TCP-BANNER
                    END-IF
            END-READ
            CLOSE TRAINING-DATA
            GOBACK.

        END PROGRAM TRAINING-MODE-CHECK.

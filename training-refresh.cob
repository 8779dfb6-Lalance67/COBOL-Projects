      * TRAINING-REFRESH - builds or resets the training sandbox.
      * New staff practise in a complete data set of their own in
      * the TRAINING directory: MENU-DRIVER moves a training session
      * there, so every program it runs opens the sandbox files
      * under their usual names and nothing they do reaches the live
      * AUDIT-LOG, RUN-CONTROL, GL-TRANSFER or customer files. This
      * program, run on demand by a supervisor from the live data
      * set, reloads the sandbox's STUDENT-MASTER, PARTS-MASTER and
      * MATERIAL-RATES from the latest generation BACKUP-MASTERS
      * made - the same unload RESTORE-MASTERS reloads live - and
      * writes the TRAINING-DATA.DAT marker that makes the sandbox
      * recognisable to TRAINING-MODE-CHECK. The refresh itself is
      * a live supervisory action and lands in the live AUDIT-LOG.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRAINING-REFRESH.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-MASTER
                ASSIGN TO "TRAINING/STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "TRAINING/PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-PARTS-STATUS.

            SELECT MATERIAL-RATES
                ASSIGN TO "TRAINING/MATERIAL-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MR-MATERIAL-CODE
                FILE STATUS IS WS-MATRATE-STATUS.

            SELECT TRAINING-DATA
                ASSIGN TO "TRAINING/TRAINING-DATA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAINING-STATUS.

            SELECT BACKUP-GEN ASSIGN TO "BACKUP-GEN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.

            SELECT BACKUP-FILE ASSIGN DYNAMIC WS-BACKUP-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BACKUP-STATUS.

            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

            SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  MATERIAL-RATES.
            COPY "MATERIAL-RATES-RECORD.cpy".

        FD  TRAINING-DATA.
            COPY "TRAINING-DATA-RECORD.cpy".

        FD  BACKUP-GEN.
        01  BACKUP-GEN-RECORD       PIC 9(4).

        FD  BACKUP-FILE.
        01  BACKUP-FILE-LINE        PIC X(60).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        FD  AUDIT-LOG.
            COPY "AUDIT-LOG-RECORD.cpy".

        WORKING-STORAGE SECTION.
      * wiping the practice files out from under a class is a
      * supervisor's call
        78 REFRESH-AUTH-LEVEL    VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-PARTS-STATUS       PIC XX.
        01 WS-MATRATE-STATUS     PIC XX.
        01 WS-TRAINING-STATUS    PIC XX.
        01 WS-GEN-STATUS         PIC XX.
        01 WS-BACKUP-STATUS      PIC XX.
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-AUDIT-STATUS       PIC XX.
        01 WS-EOF                PIC X.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-GENERATION         PIC 9(4).
        01 WS-BACKUP-NAME        PIC X(40).
        01 WS-MASTER-STEM        PIC X(20).
        01 WS-RELOAD-COUNT       PIC 9(7).
        01 WS-COUNT-DISP         PIC ZZZZZZ9.
        01 WS-CONFIRM-ANSWER     PIC X.
        01 WS-TRAINING-DIR       PIC X(9) VALUE "TRAINING".

      * which data set this run is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < REFRESH-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - TRAINING REFRESH NEEDS"
                    " LEVEL " REFRESH-AUTH-LEVEL
                STOP RUN
            END-IF

      *     run inside the sandbox, the backups are not there and
      *     TRAINING/ would nest a sandbox inside the sandbox
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY "TRAINING REFRESH RUNS FROM THE LIVE DATA"
                    " SET, NOT FROM INSIDE THE SANDBOX"
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP

            MOVE ZERO TO WS-GENERATION
            OPEN INPUT BACKUP-GEN
            IF WS-GEN-STATUS = "00"
                READ BACKUP-GEN INTO WS-GENERATION
                CLOSE BACKUP-GEN
            END-IF
            IF WS-GENERATION = ZERO
                DISPLAY "NO BACKUP GENERATION ON FILE - RUN"
                    " BACKUP-MASTERS FIRST"
                STOP RUN
            END-IF

            DISPLAY "REFRESH THE TRAINING DATA FROM BACKUP"
                " GENERATION " WS-GENERATION
            DISPLAY "EVERYTHING TRAINEES HAVE KEYED INTO THE"
                " MASTERS WILL BE REPLACED - CONFIRM (Y/N):"
            ACCEPT WS-CONFIRM-ANSWER
            IF WS-CONFIRM-ANSWER NOT = "Y"
                    AND WS-CONFIRM-ANSWER NOT = "y"
                DISPLAY "TRAINING REFRESH CANCELLED"
                STOP RUN
            END-IF
            DISPLAY ""

      *     the sandbox directory is made the first time; after
      *     that the call finds it already there, which is fine
            CALL "CBL_CREATE_DIR" USING WS-TRAINING-DIR

            MOVE "STUDENT-MASTER" TO WS-MASTER-STEM
            PERFORM RELOAD-STUDENT-MASTER
            MOVE "PARTS-MASTER" TO WS-MASTER-STEM
            PERFORM RELOAD-PARTS-MASTER
            MOVE "MATERIAL-RATES" TO WS-MASTER-STEM
            PERFORM RELOAD-MATERIAL-RATES

            OPEN OUTPUT TRAINING-DATA
            MOVE "TRAINING" TO TD-MARKER
            MOVE WS-GENERATION TO TD-GENERATION
            MOVE WS-TODAY-TIMESTAMP(1:8) TO TD-REFRESH-DATE
            MOVE WS-OPERATOR-ID TO TD-REFRESHED-BY
            WRITE TRAINING-DATA-RECORD
            CLOSE TRAINING-DATA

            PERFORM WRITE-REFRESH-AUDIT

            DISPLAY "TRAINING DATA REFRESHED FROM GENERATION "
                WS-GENERATION
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        BUILD-BACKUP-NAME.
      *     same generation naming as BACKUP-MASTERS
            MOVE SPACES TO WS-BACKUP-NAME
            STRING FUNCTION TRIM(WS-MASTER-STEM) "-BAK-"
                   WS-GENERATION ".DAT"
                   DELIMITED BY SIZE INTO WS-BACKUP-NAME.

        OPEN-BACKUP-FILE.
            PERFORM BUILD-BACKUP-NAME
            MOVE ZERO TO WS-RELOAD-COUNT
            MOVE "N" TO WS-EOF
            OPEN INPUT BACKUP-FILE
            IF WS-BACKUP-STATUS NOT = "00"
                DISPLAY FUNCTION TRIM(WS-BACKUP-NAME)
                    " NOT ON FILE - TRAINING "
                    FUNCTION TRIM(WS-MASTER-STEM) " LEFT EMPTY"
            END-IF.

        REPORT-RELOAD-COUNT.
            MOVE WS-RELOAD-COUNT TO WS-COUNT-DISP
            DISPLAY "TRAINING " FUNCTION TRIM(WS-MASTER-STEM)
                " RECORDS LOADED " WS-COUNT-DISP.

        RELOAD-STUDENT-MASTER.
      *     the sandbox copy is replaced whole - a generation that
      *     is missing leaves the master empty rather than stale
            PERFORM OPEN-BACKUP-FILE
            OPEN OUTPUT STUDENT-MASTER
            IF WS-BACKUP-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ BACKUP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE BACKUP-FILE-LINE TO
                                STUDENT-MASTER-RECORD
                            WRITE STUDENT-MASTER-RECORD
                                INVALID KEY
                                    DISPLAY "DUPLICATE KEY IN "
                                        "BACKUP - SKIPPED"
                                NOT INVALID KEY
                                    ADD 1 TO WS-RELOAD-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
            END-IF
            CLOSE STUDENT-MASTER
            PERFORM REPORT-RELOAD-COUNT.

        RELOAD-PARTS-MASTER.
            PERFORM OPEN-BACKUP-FILE
            OPEN OUTPUT PARTS-MASTER
            IF WS-BACKUP-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ BACKUP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE BACKUP-FILE-LINE TO
                                PARTS-MASTER-RECORD
                            WRITE PARTS-MASTER-RECORD
                                INVALID KEY
                                    DISPLAY "DUPLICATE KEY IN "
                                        "BACKUP - SKIPPED"
                                NOT INVALID KEY
                                    ADD 1 TO WS-RELOAD-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
            END-IF
            CLOSE PARTS-MASTER
            PERFORM REPORT-RELOAD-COUNT.

        RELOAD-MATERIAL-RATES.
            PERFORM OPEN-BACKUP-FILE
            OPEN OUTPUT MATERIAL-RATES
            IF WS-BACKUP-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ BACKUP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            MOVE BACKUP-FILE-LINE TO
                                MATERIAL-RATES-RECORD
                            WRITE MATERIAL-RATES-RECORD
                                INVALID KEY
                                    DISPLAY "DUPLICATE KEY IN "
                                        "BACKUP - SKIPPED"
                                NOT INVALID KEY
                                    ADD 1 TO WS-RELOAD-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
            END-IF
            CLOSE MATERIAL-RATES
            PERFORM REPORT-RELOAD-COUNT.

        WRITE-REFRESH-AUDIT.
      *     same OPEN EXTEND fallback as the calculation programs'
      *     audit writes
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                CLOSE AUDIT-LOG
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE "TRAINING-REFRESH" TO AL-PROGRAM
            MOVE WS-OPERATOR-ID TO AL-OPERATOR
            MOVE WS-TODAY-TIMESTAMP TO AL-TIMESTAMP
            MOVE SPACES TO AL-INPUTS AL-OUTPUTS
            STRING "BACKUP GENERATION " WS-GENERATION
                   DELIMITED BY SIZE INTO AL-INPUTS
            MOVE "TRAINING SANDBOX REFRESHED" TO AL-OUTPUTS
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

            END PROGRAM TRAINING-REFRESH.

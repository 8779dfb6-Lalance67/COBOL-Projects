      * operator certification report, run monthly - every
      * certification on CERTIFICATION.DAT that lapses inside the
      * next 60 days, so retraining is booked before TIME-CLOCK,
      * FURNACE-RUN-ENTRY, or QC-RESULTS-ENTRY start turning the
      * operator away, and then every operation, machine, and QC
      * step that only one operator is currently certified on - the
      * skills with nobody cross-trained behind them, where one sick
      * day stops the job.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CERT-EXPIRY-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CERTIFICATION-FILE ASSIGN TO "CERTIFICATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CT-CERT-KEY
                FILE STATUS IS WS-CERT-STATUS.

            SELECT CERT-RPT ASSIGN TO "CERT-EXPIRY-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CERTIFICATION-FILE.
            COPY "CERTIFICATION-RECORD.cpy".

        FD  CERT-RPT.
        01  CERT-LINE                PIC X(100).

        WORKING-STORAGE SECTION.
      * how far ahead an expiry already makes the list
        78 WARNING-WINDOW-DAYS   VALUE 60.

        01 WS-CERT-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).
        01 WS-EXPIRY-DAYS        PIC 9(7).
        01 WS-DAYS-LEFT          PIC S9(5).
        01 WS-LEFT-DISP          PIC ZZZZ9.
        01 WS-EXPIRING-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-SINGLE-COUNT       PIC 9(5) VALUE ZERO.

      * one row per skill with its currently certified operators
      * counted - the sole holder is kept for the no-backup list
        01 WS-SKILL-COUNT        PIC 9(4) VALUE ZERO.
        01 WS-SKILL-IDX          PIC 9(4).
        01 WS-SKILL-FOUND        PIC 9(4).
        01 WS-SKILL-TABLE.
            05 WS-SKILL-ROW OCCURS 500 TIMES.
                10 WS-SK-TYPE        PIC X.
                10 WS-SK-CODE        PIC X(4).
                10 WS-SK-HOLDERS     PIC 9(4).
                10 WS-SK-OPERATOR    PIC X(10).
                10 WS-SK-EXPIRY      PIC 9(8).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            OPEN INPUT CERTIFICATION-FILE
            IF WS-CERT-STATUS NOT = "00"
                DISPLAY "CERTIFICATION FILE NOT AVAILABLE - STATUS "
                    WS-CERT-STATUS
                GOBACK
            END-IF

            OPEN OUTPUT CERT-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO CERT-LINE
                WRITE CERT-LINE
            END-IF
            MOVE SPACES TO CERT-LINE
            STRING "OPERATOR CERTIFICATION REVIEW - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE
            MOVE SPACES TO CERT-LINE
            WRITE CERT-LINE
            MOVE SPACES TO CERT-LINE
            STRING "CERTIFICATIONS EXPIRING IN THE NEXT "
                   WARNING-WINDOW-DAYS " DAYS"
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE
            MOVE SPACES TO CERT-LINE
            STRING "OPERATOR   SKILL  EXPIRES   DAYS LEFT  TRAINER"
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE

            PERFORM UNTIL WS-EOF = "Y"
                READ CERTIFICATION-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CHECK-ONE-CERT
                END-READ
            END-PERFORM
            CLOSE CERTIFICATION-FILE

            MOVE SPACES TO CERT-LINE
            STRING "EXPIRING: " WS-EXPIRING-COUNT
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE

            PERFORM WRITE-NO-BACKUP-SECTION
            CLOSE CERT-RPT

            DISPLAY "CERTIFICATION REVIEW WRITTEN TO"
                " CERT-EXPIRY-RPT.DAT - EXPIRING: " WS-EXPIRING-COUNT
                " NO BACKUP: " WS-SINGLE-COUNT

            GOBACK.

        CHECK-ONE-CERT.
      *     a certification not yet in force or already lapsed does
      *     not cover anybody today - it neither expires "soon" nor
      *     counts as a backup
            IF CT-CERTIFIED-DATE > WS-TODAY-DATE
                EXIT PARAGRAPH
            END-IF
            IF CT-EXPIRY-DATE NOT = ZERO
                    AND CT-EXPIRY-DATE < WS-TODAY-DATE
                EXIT PARAGRAPH
            END-IF

            PERFORM COUNT-SKILL-HOLDER

            IF CT-EXPIRY-DATE = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-EXPIRY-DAYS =
                FUNCTION INTEGER-OF-DATE(CT-EXPIRY-DATE)
            COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-TODAY-DAYS
            IF WS-DAYS-LEFT > WARNING-WINDOW-DAYS
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-EXPIRING-COUNT
            MOVE WS-DAYS-LEFT TO WS-LEFT-DISP
            MOVE SPACES TO CERT-LINE
            STRING CT-OPERATOR-ID " " CT-SKILL-TYPE "-"
                   CT-SKILL-CODE " " CT-EXPIRY-DATE "  "
                   WS-LEFT-DISP "      " CT-TRAINER
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE.

        COUNT-SKILL-HOLDER.
            MOVE ZERO TO WS-SKILL-FOUND
            PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                    UNTIL WS-SKILL-IDX > WS-SKILL-COUNT
                       OR WS-SKILL-FOUND > ZERO
                IF WS-SK-TYPE(WS-SKILL-IDX) = CT-SKILL-TYPE
                        AND WS-SK-CODE(WS-SKILL-IDX) = CT-SKILL-CODE
                    MOVE WS-SKILL-IDX TO WS-SKILL-FOUND
                END-IF
            END-PERFORM

            IF WS-SKILL-FOUND = ZERO
                IF WS-SKILL-COUNT < 500
                    ADD 1 TO WS-SKILL-COUNT
                    MOVE WS-SKILL-COUNT TO WS-SKILL-FOUND
                    MOVE CT-SKILL-TYPE TO WS-SK-TYPE(WS-SKILL-FOUND)
                    MOVE CT-SKILL-CODE TO WS-SK-CODE(WS-SKILL-FOUND)
                    MOVE ZERO TO WS-SK-HOLDERS(WS-SKILL-FOUND)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD 1 TO WS-SK-HOLDERS(WS-SKILL-FOUND)
            MOVE CT-OPERATOR-ID TO WS-SK-OPERATOR(WS-SKILL-FOUND)
            MOVE CT-EXPIRY-DATE TO WS-SK-EXPIRY(WS-SKILL-FOUND).

        WRITE-NO-BACKUP-SECTION.
      *     a skill with exactly one current holder is a single point
      *     of failure - list it with the operator nobody backs up
            MOVE SPACES TO CERT-LINE
            WRITE CERT-LINE
            MOVE SPACES TO CERT-LINE
            STRING "SKILLS WITH NO ONE CROSS-TRAINED BEHIND THE"
                   " OPERATOR"
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE
            MOVE SPACES TO CERT-LINE
            STRING "SKILL  SOLE OPERATOR  EXPIRES"
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE

            PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                    UNTIL WS-SKILL-IDX > WS-SKILL-COUNT
                IF WS-SK-HOLDERS(WS-SKILL-IDX) = 1
                    ADD 1 TO WS-SINGLE-COUNT
                    MOVE SPACES TO CERT-LINE
                    STRING WS-SK-TYPE(WS-SKILL-IDX) "-"
                           WS-SK-CODE(WS-SKILL-IDX) " "
                           WS-SK-OPERATOR(WS-SKILL-IDX) "     "
                           WS-SK-EXPIRY(WS-SKILL-IDX)
                           "  ** NO BACKUP **"
                           DELIMITED BY SIZE INTO CERT-LINE
                    WRITE CERT-LINE
                END-IF
            END-PERFORM

            MOVE SPACES TO CERT-LINE
            STRING "SKILLS WITH NO BACKUP: " WS-SINGLE-COUNT
                   DELIMITED BY SIZE INTO CERT-LINE
            WRITE CERT-LINE.

            END PROGRAM CERT-EXPIRY-REPORT.

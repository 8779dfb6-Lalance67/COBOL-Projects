      * NCR-AGING-REPORT - every nonconformance report not yet
      * verified closed, with how many days it has been open, its
      * step, owner, and due date, flagged when it is past due or
      * still has nobody on it; totals by age bucket at the foot.
      * Written to NCR-AGING-RPT.DAT for DAILY-SHOP-REPORT to carry
      * into the morning packet, so an NCR cannot sit quietly.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NCR-AGING-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NCR-FILE ASSIGN TO "NCR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NC-NCR-NO
                FILE STATUS IS WS-NCR-STATUS.

            SELECT NCR-AGING-RPT ASSIGN TO "NCR-AGING-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NCR-FILE.
            COPY "NCR-RECORD.cpy".

        FD  NCR-AGING-RPT.
        01  NCR-AGING-LINE           PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-NCR-STATUS         PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).
        01 WS-OPEN-DAYS          PIC 9(7).
        01 WS-AGE-DAYS           PIC 9(5).
        01 WS-AGE-DISP           PIC ZZZZ9.
        01 WS-FLAG-TEXT          PIC X(20).

        78 BUCKET-30-DAYS        VALUE 30.
        78 BUCKET-60-DAYS        VALUE 60.
        78 BUCKET-90-DAYS        VALUE 90.
        01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-BUCKET-1           PIC 9(5) VALUE ZERO.
        01 WS-BUCKET-2           PIC 9(5) VALUE ZERO.
        01 WS-BUCKET-3           PIC 9(5) VALUE ZERO.
        01 WS-BUCKET-4           PIC 9(5) VALUE ZERO.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            MOVE ZERO TO WS-OPEN-COUNT WS-OVERDUE-COUNT
            MOVE ZERO TO WS-BUCKET-1 WS-BUCKET-2 WS-BUCKET-3
                WS-BUCKET-4

            OPEN OUTPUT NCR-AGING-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO NCR-AGING-LINE
                WRITE NCR-AGING-LINE
            END-IF
            MOVE SPACES TO NCR-AGING-LINE
            STRING "OPEN NCR AGING - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE
            MOVE SPACES TO NCR-AGING-LINE
            STRING "NCR      OPENED    DAYS STEP PART   LOT    "
                   "OWNER      DUE"
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE

            OPEN INPUT NCR-FILE
            IF WS-NCR-STATUS = "00"
                MOVE ZERO TO NC-NCR-NO
                START NCR-FILE KEY >= NC-NCR-NO
                    INVALID KEY
                        MOVE "10" TO WS-NCR-STATUS
                END-START
                MOVE "N" TO WS-EOF
                IF WS-NCR-STATUS NOT = "00"
                    MOVE "Y" TO WS-EOF
                END-IF
                PERFORM UNTIL WS-EOF = "Y"
                    READ NCR-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF NC-STATUS NOT = "CLSD"
                                PERFORM WRITE-ONE-NCR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NCR-FILE
            END-IF

            PERFORM WRITE-TOTALS
            CLOSE NCR-AGING-RPT

            DISPLAY "NCR AGING WRITTEN - OPEN: " WS-OPEN-COUNT
                " OVERDUE: " WS-OVERDUE-COUNT

            GOBACK.

        WRITE-ONE-NCR.
            ADD 1 TO WS-OPEN-COUNT
            MOVE ZERO TO WS-AGE-DAYS
            IF NC-OPEN-DATE IS NUMERIC AND NC-OPEN-DATE NOT = ZERO
                COMPUTE WS-OPEN-DAYS =
                    FUNCTION INTEGER-OF-DATE(NC-OPEN-DATE)
                IF WS-TODAY-DAYS > WS-OPEN-DAYS
                    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-OPEN-DAYS
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-AGE-DAYS < BUCKET-30-DAYS
                    ADD 1 TO WS-BUCKET-1
                WHEN WS-AGE-DAYS < BUCKET-60-DAYS
                    ADD 1 TO WS-BUCKET-2
                WHEN WS-AGE-DAYS < BUCKET-90-DAYS
                    ADD 1 TO WS-BUCKET-3
                WHEN OTHER
                    ADD 1 TO WS-BUCKET-4
            END-EVALUATE

            MOVE SPACES TO WS-FLAG-TEXT
            EVALUATE TRUE
                WHEN NC-OWNER = SPACES
                    MOVE "** NO OWNER **" TO WS-FLAG-TEXT
                WHEN NC-DUE-DATE IS NUMERIC
                        AND NC-DUE-DATE NOT = ZERO
                        AND NC-DUE-DATE < WS-TODAY-DATE
                    MOVE "** PAST DUE **" TO WS-FLAG-TEXT
                    ADD 1 TO WS-OVERDUE-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE WS-AGE-DAYS TO WS-AGE-DISP
            MOVE SPACES TO NCR-AGING-LINE
            STRING NC-NCR-NO " " NC-OPEN-DATE " " WS-AGE-DISP
                   " " NC-STATUS " " NC-PART-CODE
                   " " NC-LOT-NUMBER " " NC-OWNER
                   " " NC-DUE-DATE " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE
            MOVE SPACES TO NCR-AGING-LINE
            STRING "         DEFECT: " NC-DEFECT
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE.

        WRITE-TOTALS.
            MOVE SPACES TO NCR-AGING-LINE
            WRITE NCR-AGING-LINE
            MOVE SPACES TO NCR-AGING-LINE
            STRING "OPEN NCRS: " WS-OPEN-COUNT
                   "   PAST DUE: " WS-OVERDUE-COUNT
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE
            MOVE SPACES TO NCR-AGING-LINE
            STRING "UNDER 30 DAYS: " WS-BUCKET-1
                   "   30-59: " WS-BUCKET-2
                   "   60-89: " WS-BUCKET-3
                   "   90 AND OVER: " WS-BUCKET-4
                   DELIMITED BY SIZE INTO NCR-AGING-LINE
            WRITE NCR-AGING-LINE.

            END PROGRAM NCR-AGING-REPORT.

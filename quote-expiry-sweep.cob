      * QUOTE-EXPIRY-SWEEP - the nightly clear-out of quotes nobody
      * answered. Every OPEN quote on QUOTE-FILE whose QU-VALID-UNTIL
      * has passed is stamped EXPIRD with today as its status date,
      * so it drops off QUOTE-REGISTER and counts as a miss on
      * WIN-LOSS-REPORT. A quote written before validity periods
      * existed is aged from its quote date by the same
      * QUOTE-VALID-DAYS parameter CIRCUMFERENCE and HYPOTENUSE
      * stamp new quotes with. The file is line sequential, so the
      * whole of it loads into a table and is written back, the way
      * WORK-ORDER-ENTRY restamps a converted quote; a file bigger
      * than the table is left untouched rather than cut short.
      * CALLed by END-OF-DAY; the quotes expired are listed on
      * QUOTE-EXPIRY-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUOTE-EXPIRY-SWEEP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QUOTE-FILE ASSIGN TO "QUOTE-FILE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTE-STATUS.

            SELECT EXPIRY-RPT ASSIGN TO "QUOTE-EXPIRY-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QUOTE-FILE.
            COPY "QUOTE-RECORD.cpy".

        FD  EXPIRY-RPT.
        01  EXPIRY-LINE              PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-QUOTE-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-VALID-DAYS         PIC 9(3).
        01 WS-DAY-INT            PIC 9(7).
        01 WS-EXPIRES-ON         PIC 9(8).

      * the whole quote file, held as raw record images wide enough
      * to survive the layout growing - same as WORK-ORDER-ENTRY's
      * WS-QUOTE-TABLE
        78 MAX-QUOTES            VALUE 2000.
        01 WS-QUOTE-COUNT        PIC 9(4) VALUE ZERO.
        01 WS-QUOTE-IDX          PIC 9(4).
        01 WS-QUOTE-TABLE.
            05 WS-QUOTE-ROW OCCURS 2000 TIMES PIC X(200).
        01 WS-TABLE-FULL         PIC X VALUE "N".

        01 WS-EXPIRED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-COST-DISP          PIC ZZZZZ9.99.

      * the validity period off the parameter master - see
      * system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "QUOTE-EXPIRY-SWEEP" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            MOVE "QUOTE-VALID-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS A QUOTED PRICE HOLDS" TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-VALID-DAYS

            PERFORM LOAD-QUOTE-FILE
            IF WS-QUOTE-STATUS NOT = "00" AND WS-QUOTE-COUNT = ZERO
                DISPLAY "QUOTE-FILE NOT AVAILABLE - NOTHING TO SWEEP"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            IF WS-TABLE-FULL = "Y"
                DISPLAY "QUOTE-FILE HOLDS MORE THAN " MAX-QUOTES
                    " QUOTES - NOT SWEPT, ARCHIVE OLD QUOTES"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            OPEN OUTPUT EXPIRY-RPT
            MOVE SPACES TO EXPIRY-LINE
            STRING "QUOTES EXPIRED - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO EXPIRY-LINE
            WRITE EXPIRY-LINE
            MOVE SPACES TO EXPIRY-LINE
            WRITE EXPIRY-LINE

            PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                MOVE WS-QUOTE-ROW(WS-QUOTE-IDX) TO QUOTE-RECORD
                IF QU-STATUS = "OPEN"
                    PERFORM CHECK-ONE-QUOTE
                END-IF
            END-PERFORM

            IF WS-EXPIRED-COUNT > ZERO
                PERFORM REWRITE-QUOTE-FILE
            END-IF

            MOVE SPACES TO EXPIRY-LINE
            WRITE EXPIRY-LINE
            MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO EXPIRY-LINE
            STRING "QUOTES EXPIRED:   " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO EXPIRY-LINE
            WRITE EXPIRY-LINE
            MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO EXPIRY-LINE
            STRING "STILL OPEN:       " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO EXPIRY-LINE
            WRITE EXPIRY-LINE
            CLOSE EXPIRY-RPT

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-EXPIRED-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "QUOTE EXPIRY SWEEP - EXPIRED: " WS-EXPIRED-COUNT
                " STILL OPEN: " WS-OPEN-COUNT
            GOBACK.

        LOAD-QUOTE-FILE.
            OPEN INPUT QUOTE-FILE
            IF WS-QUOTE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ QUOTE-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WS-QUOTE-COUNT < MAX-QUOTES
                            ADD 1 TO WS-QUOTE-COUNT
                            MOVE QUOTE-RECORD
                                TO WS-QUOTE-ROW(WS-QUOTE-COUNT)
                        ELSE
                            MOVE "Y" TO WS-TABLE-FULL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE QUOTE-FILE.

        CHECK-ONE-QUOTE.
      *     the last day the price held - stamped on the quote, or
      *     worked out from the quote date on an older one
            IF QU-VALID-UNTIL IS NUMERIC AND QU-VALID-UNTIL > ZERO
                MOVE QU-VALID-UNTIL TO WS-EXPIRES-ON
            ELSE
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(QU-QUOTE-DATE)
                    + WS-VALID-DAYS
                COMPUTE WS-EXPIRES-ON =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                MOVE WS-EXPIRES-ON TO QU-VALID-UNTIL
            END-IF
            IF WS-EXPIRES-ON >= WS-TODAY-DATE
                ADD 1 TO WS-OPEN-COUNT
                EXIT PARAGRAPH
            END-IF

            MOVE "EXPIRD" TO QU-STATUS
            MOVE WS-TODAY-DATE TO QU-STATUS-DATE
            MOVE SPACES TO QU-LOST-REASON
            MOVE SPACES TO QU-COMPETITOR
            MOVE QUOTE-RECORD TO WS-QUOTE-ROW(WS-QUOTE-IDX)
            ADD 1 TO WS-EXPIRED-COUNT

            MOVE QU-TOTAL-COST TO WS-COST-DISP
            MOVE SPACES TO EXPIRY-LINE
            STRING "  QUOTE " QU-QUOTE-NO
                   " CUSTOMER " QU-CUSTOMER-CODE
                   " DATED " QU-QUOTE-DATE
                   " VALID TO " WS-EXPIRES-ON
                   " " WS-COST-DISP
                   DELIMITED BY SIZE INTO EXPIRY-LINE
            WRITE EXPIRY-LINE.

        REWRITE-QUOTE-FILE.
            OPEN OUTPUT QUOTE-FILE
            PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                    UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                MOVE WS-QUOTE-ROW(WS-QUOTE-IDX) TO QUOTE-RECORD
                WRITE QUOTE-RECORD
            END-PERFORM
            CLOSE QUOTE-FILE.

            END PROGRAM QUOTE-EXPIRY-SWEEP.

      * WIN-LOSS-REPORT - the month's quoting hit rate off
      * QUOTE-FILE. For a prompted month (YYYYMM, 0 for last month)
      * every quote decided in the month is counted: a win when it
      * was converted to a work order (CONVRT), a miss when it was
      * marked LOST through QUOTE-LOSS-ENTRY or went EXPIRD on the
      * nightly QUOTE-EXPIRY-SWEEP. The decision day is the quote's
      * QU-STATUS-DATE; a quote converted before status dates were
      * kept falls back to its quote date. Quotes still OPEN are
      * undecided and left out. The hit rate (wins over decided
      * quotes, by count) and the quoted and won values are broken
      * out by customer, by material code, by quote type (circle
      * versus triangle) and by price band, followed by the lost
      * quotes by reason code and the price losses by the
      * competitor who took them - where we are priced out. Amounts
      * are home currency. Written to WIN-LOSS-RPT.DAT and captured
      * into the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WIN-LOSS-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QUOTE-FILE ASSIGN TO "QUOTE-FILE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTE-STATUS.

            SELECT WL-WORK ASSIGN TO "WIN-LOSS-WORK.TMP".

            SELECT WIN-LOSS-RPT ASSIGN TO "WIN-LOSS-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QUOTE-FILE.
            COPY "QUOTE-RECORD.cpy".

      * each decided quote is released once per breakdown it counts
      * in - 1 customer, 2 material, 3 quote type, 4 price band,
      * 5 loss reason, 6 price losses by competitor - with its
      * outcome W won, L lost, E expired
        SD  WL-WORK.
        01  WL-WORK-RECORD.
            05  WL-DIMENSION         PIC 9.
            05  WL-KEY               PIC X(20).
            05  WL-OUTCOME           PIC X.
            05  WL-VALUE             PIC 9(6)V99.

        FD  WIN-LOSS-RPT.
        01  WIN-LOSS-LINE            PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-QUOTE-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-WORK-DATE          PIC 9(8).
        01 WS-WORK-INT           PIC 9(7).

      * the month reported
        01 WS-PERIOD-ENTRY       PIC 9(6).
        01 WS-PERIOD-MONTH       PIC 99.
        01 WS-DECIDED-DATE       PIC 9(8).

      * the quote in hand
        01 WS-OUTCOME            PIC X.

      * the breakdown and row in hand on the way out of the sort
        01 WS-CURRENT-DIMENSION  PIC 9 VALUE ZERO.
        01 WS-CURRENT-KEY        PIC X(20).
        01 WS-FIRST-ROW          PIC X VALUE "Y".
        01 WS-ROW-TOTALS.
            05 WS-RT-QUOTED      PIC 9(5).
            05 WS-RT-WON         PIC 9(5).
            05 WS-RT-LOST        PIC 9(5).
            05 WS-RT-EXPIRED     PIC 9(5).
            05 WS-RT-QUOTED-VALUE PIC 9(9)V99.
            05 WS-RT-WON-VALUE   PIC 9(9)V99.
        01 WS-HIT-RATE           PIC 9(3)V9.

      * whole-month totals, counted once per quote
        01 WS-GRAND-TOTALS.
            05 WS-GT-QUOTED      PIC 9(5).
            05 WS-GT-WON         PIC 9(5).
            05 WS-GT-LOST        PIC 9(5).
            05 WS-GT-EXPIRED     PIC 9(5).
            05 WS-GT-QUOTED-VALUE PIC 9(9)V99.
            05 WS-GT-WON-VALUE   PIC 9(9)V99.

        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-WON-DISP           PIC ZZZZ9.
        01 WS-LOST-DISP          PIC ZZZZ9.
        01 WS-EXPIRED-DISP       PIC ZZZZ9.
        01 WS-RATE-DISP          PIC ZZ9.9.
        01 WS-QUOTED-VALUE-DISP  PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-WON-VALUE-DISP     PIC ZZZ,ZZZ,ZZ9.99.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the report is captured into the spool catalog so a closed
      * month's hit rate can be reprinted - see report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "WIN-LOSS-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            DISPLAY "WIN/LOSS ANALYSIS - MONTH (YYYYMM, 0 FOR LAST"
                " MONTH):"
            ACCEPT WS-PERIOD-ENTRY
            DISPLAY ""

      *     last month runs to the day before the 1st of this one
            IF WS-PERIOD-ENTRY = ZERO
                MOVE WS-TODAY-DATE TO WS-WORK-DATE
                MOVE "01" TO WS-WORK-DATE(7:2)
                COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                COMPUTE WS-WORK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                MOVE WS-WORK-DATE(1:6) TO WS-PERIOD-ENTRY
            END-IF
            MOVE WS-PERIOD-ENTRY(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "PERIOD MONTH MUST BE 01-12"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            OPEN INPUT QUOTE-FILE
            IF WS-QUOTE-STATUS NOT = "00"
                DISPLAY "QUOTE-FILE NOT AVAILABLE - STATUS "
                    WS-QUOTE-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            CLOSE QUOTE-FILE

            MOVE ZERO TO WS-GRAND-TOTALS
            OPEN OUTPUT WIN-LOSS-RPT
            PERFORM WRITE-REPORT-HEADER

            SORT WL-WORK
                ON ASCENDING KEY WL-DIMENSION
                ON ASCENDING KEY WL-KEY
                INPUT PROCEDURE IS RELEASE-DECIDED-QUOTES
                OUTPUT PROCEDURE IS REPORT-BREAKDOWNS

            IF WS-FIRST-ROW = "N"
                PERFORM WRITE-ONE-ROW
            END-IF
            PERFORM WRITE-GRAND-TOTAL
            CLOSE WIN-LOSS-RPT

            MOVE "WIN-LOSS-REPORT" TO SPP-REPORT-NAME
            MOVE "WIN-LOSS-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-GT-QUOTED TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "WIN/LOSS ANALYSIS WRITTEN TO WIN-LOSS-RPT.DAT"
                " - DECIDED QUOTES: " WS-GT-QUOTED
                " WON: " WS-GT-WON
            GOBACK.

        RELEASE-DECIDED-QUOTES.
            OPEN INPUT QUOTE-FILE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ QUOTE-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM RELEASE-ONE-QUOTE
                END-READ
            END-PERFORM
            CLOSE QUOTE-FILE.

        RELEASE-ONE-QUOTE.
            EVALUATE QU-STATUS
                WHEN "CONVRT"
                    MOVE "W" TO WS-OUTCOME
                WHEN "LOST"
                    MOVE "L" TO WS-OUTCOME
                WHEN "EXPIRD"
                    MOVE "E" TO WS-OUTCOME
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            IF QU-STATUS-DATE IS NUMERIC AND QU-STATUS-DATE > ZERO
                MOVE QU-STATUS-DATE TO WS-DECIDED-DATE
            ELSE
                MOVE QU-QUOTE-DATE TO WS-DECIDED-DATE
            END-IF
            IF WS-DECIDED-DATE(1:6) NOT = WS-PERIOD-ENTRY
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-GT-QUOTED
            ADD QU-TOTAL-COST TO WS-GT-QUOTED-VALUE
            EVALUATE WS-OUTCOME
                WHEN "W"
                    ADD 1 TO WS-GT-WON
                    ADD QU-TOTAL-COST TO WS-GT-WON-VALUE
                WHEN "L"
                    ADD 1 TO WS-GT-LOST
                WHEN OTHER
                    ADD 1 TO WS-GT-EXPIRED
            END-EVALUATE

            MOVE WS-OUTCOME TO WL-OUTCOME
            MOVE QU-TOTAL-COST TO WL-VALUE

            MOVE 1 TO WL-DIMENSION
            MOVE QU-CUSTOMER-CODE TO WL-KEY
            RELEASE WL-WORK-RECORD

            MOVE 2 TO WL-DIMENSION
            IF QU-MATERIAL-CODE = SPACES
                MOVE "NONE" TO WL-KEY
            ELSE
                MOVE QU-MATERIAL-CODE TO WL-KEY
            END-IF
            RELEASE WL-WORK-RECORD

      *     a blank type is a circle quote from before triangles
            MOVE 3 TO WL-DIMENSION
            IF QU-TYPE = "T"
                MOVE "TRIANGLE" TO WL-KEY
            ELSE
                MOVE "CIRCLE" TO WL-KEY
            END-IF
            RELEASE WL-WORK-RECORD

      *     the band number leads the key so the bands sort in
      *     price order; it is trimmed off when the row prints
            MOVE 4 TO WL-DIMENSION
            EVALUATE TRUE
                WHEN QU-TOTAL-COST < 100
                    MOVE "1 UNDER 100" TO WL-KEY
                WHEN QU-TOTAL-COST < 500
                    MOVE "2 100 - 499" TO WL-KEY
                WHEN QU-TOTAL-COST < 1000
                    MOVE "3 500 - 999" TO WL-KEY
                WHEN QU-TOTAL-COST < 5000
                    MOVE "4 1,000 - 4,999" TO WL-KEY
                WHEN OTHER
                    MOVE "5 5,000 AND OVER" TO WL-KEY
            END-EVALUATE
            RELEASE WL-WORK-RECORD

            IF WS-OUTCOME NOT = "L"
                EXIT PARAGRAPH
            END-IF

            MOVE 5 TO WL-DIMENSION
            EVALUATE QU-LOST-REASON
                WHEN "PR"
                    MOVE "PR PRICE" TO WL-KEY
                WHEN "LT"
                    MOVE "LT LEAD TIME" TO WL-KEY
                WHEN "SP"
                    MOVE "SP SPEC" TO WL-KEY
                WHEN "NR"
                    MOVE "NR NO RESPONSE" TO WL-KEY
                WHEN OTHER
                    MOVE "OT OTHER" TO WL-KEY
            END-EVALUATE
            RELEASE WL-WORK-RECORD

            IF QU-LOST-REASON = "PR"
                MOVE 6 TO WL-DIMENSION
                IF QU-COMPETITOR = SPACES
                    MOVE "NOT KNOWN" TO WL-KEY
                ELSE
                    MOVE QU-COMPETITOR TO WL-KEY
                END-IF
                RELEASE WL-WORK-RECORD
            END-IF.

        REPORT-BREAKDOWNS.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN WL-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM REPORT-ONE-QUOTE
                END-RETURN
            END-PERFORM.

        REPORT-ONE-QUOTE.
            IF WL-DIMENSION NOT = WS-CURRENT-DIMENSION
                    OR WL-KEY NOT = WS-CURRENT-KEY
                    OR WS-FIRST-ROW = "Y"
                IF WS-FIRST-ROW = "N"
                    PERFORM WRITE-ONE-ROW
                END-IF
                MOVE "N" TO WS-FIRST-ROW
                IF WL-DIMENSION NOT = WS-CURRENT-DIMENSION
                    MOVE WL-DIMENSION TO WS-CURRENT-DIMENSION
                    PERFORM WRITE-DIMENSION-HEADER
                END-IF
                MOVE WL-KEY TO WS-CURRENT-KEY
                MOVE ZERO TO WS-ROW-TOTALS
            END-IF

            ADD 1 TO WS-RT-QUOTED
            ADD WL-VALUE TO WS-RT-QUOTED-VALUE
            EVALUATE WL-OUTCOME
                WHEN "W"
                    ADD 1 TO WS-RT-WON
                    ADD WL-VALUE TO WS-RT-WON-VALUE
                WHEN "L"
                    ADD 1 TO WS-RT-LOST
                WHEN OTHER
                    ADD 1 TO WS-RT-EXPIRED
            END-EVALUATE.

        WRITE-DIMENSION-HEADER.
            MOVE SPACES TO WIN-LOSS-LINE
            WRITE WIN-LOSS-LINE
            MOVE SPACES TO WIN-LOSS-LINE
            EVALUATE WS-CURRENT-DIMENSION
                WHEN 1
                    MOVE "BY CUSTOMER" TO WIN-LOSS-LINE
                WHEN 2
                    MOVE "BY MATERIAL CODE" TO WIN-LOSS-LINE
                WHEN 3
                    MOVE "BY QUOTE TYPE" TO WIN-LOSS-LINE
                WHEN 4
                    MOVE "BY PRICE BAND" TO WIN-LOSS-LINE
                WHEN 5
                    MOVE "LOST QUOTES BY REASON" TO WIN-LOSS-LINE
                WHEN OTHER
                    MOVE "PRICE LOSSES BY COMPETITOR" TO WIN-LOSS-LINE
            END-EVALUATE
            WRITE WIN-LOSS-LINE
            MOVE SPACES TO WIN-LOSS-LINE
            IF WS-CURRENT-DIMENSION < 5
                STRING "                       QUOTED   WON  LOST"
                       "  EXPD   HIT%   QUOTED VALUE"
                       "       WON VALUE"
                       DELIMITED BY SIZE INTO WIN-LOSS-LINE
            ELSE
                STRING "                             LOST"
                       "          LOST VALUE"
                       DELIMITED BY SIZE INTO WIN-LOSS-LINE
            END-IF
            WRITE WIN-LOSS-LINE.

        WRITE-ONE-ROW.
            MOVE WS-RT-QUOTED TO WS-COUNT-DISP
            MOVE WS-RT-WON TO WS-WON-DISP
            MOVE WS-RT-LOST TO WS-LOST-DISP
            MOVE WS-RT-EXPIRED TO WS-EXPIRED-DISP
            MOVE WS-RT-QUOTED-VALUE TO WS-QUOTED-VALUE-DISP
            MOVE WS-RT-WON-VALUE TO WS-WON-VALUE-DISP
            COMPUTE WS-HIT-RATE ROUNDED =
                WS-RT-WON * 100 / WS-RT-QUOTED
            MOVE WS-HIT-RATE TO WS-RATE-DISP
            IF WS-CURRENT-DIMENSION = 4
                MOVE WS-CURRENT-KEY(3:18) TO WS-CURRENT-KEY
            END-IF
            MOVE SPACES TO WIN-LOSS-LINE
            IF WS-CURRENT-DIMENSION < 5
                STRING "  " WS-CURRENT-KEY
                       "  " WS-COUNT-DISP
                       " " WS-WON-DISP
                       " " WS-LOST-DISP
                       " " WS-EXPIRED-DISP
                       "  " WS-RATE-DISP
                       " " WS-QUOTED-VALUE-DISP
                       "  " WS-WON-VALUE-DISP
                       DELIMITED BY SIZE INTO WIN-LOSS-LINE
            ELSE
                STRING "  " WS-CURRENT-KEY
                       "      " WS-LOST-DISP
                       "      " WS-QUOTED-VALUE-DISP
                       DELIMITED BY SIZE INTO WIN-LOSS-LINE
            END-IF
            WRITE WIN-LOSS-LINE.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO WIN-LOSS-LINE
            STRING "QUOTE WIN/LOSS ANALYSIS - MONTH " WS-PERIOD-ENTRY
                   "  RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WIN-LOSS-LINE
            WRITE WIN-LOSS-LINE
            MOVE SPACES TO WIN-LOSS-LINE
            STRING "QUOTES DECIDED IN THE MONTH - WON IS CONVERTED TO"
                   " A WORK ORDER; HIT% IS WON OVER DECIDED"
                   DELIMITED BY SIZE INTO WIN-LOSS-LINE
            WRITE WIN-LOSS-LINE.

        WRITE-GRAND-TOTAL.
            MOVE SPACES TO WIN-LOSS-LINE
            WRITE WIN-LOSS-LINE
            MOVE WS-GT-QUOTED TO WS-COUNT-DISP
            MOVE WS-GT-WON TO WS-WON-DISP
            MOVE WS-GT-LOST TO WS-LOST-DISP
            MOVE WS-GT-EXPIRED TO WS-EXPIRED-DISP
            MOVE WS-GT-QUOTED-VALUE TO WS-QUOTED-VALUE-DISP
            MOVE WS-GT-WON-VALUE TO WS-WON-VALUE-DISP
            IF WS-GT-QUOTED > ZERO
                COMPUTE WS-HIT-RATE ROUNDED =
                    WS-GT-WON * 100 / WS-GT-QUOTED
            ELSE
                MOVE ZERO TO WS-HIT-RATE
            END-IF
            MOVE WS-HIT-RATE TO WS-RATE-DISP
            MOVE SPACES TO WIN-LOSS-LINE
            STRING "  ALL QUOTES          "
                   "  " WS-COUNT-DISP
                   " " WS-WON-DISP
                   " " WS-LOST-DISP
                   " " WS-EXPIRED-DISP
                   "  " WS-RATE-DISP
                   " " WS-QUOTED-VALUE-DISP
                   "  " WS-WON-VALUE-DISP
                   DELIMITED BY SIZE INTO WIN-LOSS-LINE
            WRITE WIN-LOSS-LINE.

            END PROGRAM WIN-LOSS-REPORT.

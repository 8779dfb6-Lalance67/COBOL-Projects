      * BLANKET-STATUS-REPORT - where every open blanket order stands:
      * agreed, released and remaining quantity, what is scheduled
      * but not yet released, and the validity window. Sales gets a
      * warning on any blanket nearly used up (remaining at or under
      * BLANKET-WARN-PCT of the agreed quantity - time to negotiate
      * the next one) and on any blanket lapsing inside
      * BLANKET-WARN-DAYS, or already lapsed, with quantity still
      * left on it - the customer either calls it off or we lose
      * the commitment. Both thresholds are system parameters. The
      * listing goes to BLANKET-STATUS-RPT.DAT and the spool.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BLANKET-STATUS-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BLANKET-ORDER ASSIGN TO "BLANKET-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BO-BLANKET-NO
                FILE STATUS IS WS-BLANKET-STATUS.

            SELECT BLANKET-RELEASE ASSIGN TO "BLANKET-RELEASE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BR-RELEASE-KEY
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT STATUS-RPT ASSIGN TO "BLANKET-STATUS-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BLANKET-ORDER.
            COPY "BLANKET-ORDER-RECORD.cpy".

        FD  BLANKET-RELEASE.
            COPY "BLANKET-RELEASE-RECORD.cpy".

        FD  STATUS-RPT.
        01  STATUS-LINE              PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-BLANKET-STATUS     PIC XX.
        01 WS-RELEASE-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-RELEASE-EOF        PIC X.
        01 WS-HAVE-RELEASES      PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-DAYS         PIC 9(7).

      * the warning thresholds off the parameter master
        01 WS-WARN-PCT           PIC 9(3).
        01 WS-WARN-DAYS          PIC 9(3).

      * the blanket in hand
        01 WS-REMAINING          PIC 9(6).
        01 WS-SCHEDULED          PIC 9(6).
        01 WS-UNSCHEDULED        PIC S9(7).
        01 WS-WARN-QTY           PIC 9(6)V99.
        01 WS-DAYS-LEFT          PIC S9(5).
        01 WS-PCT-LEFT           PIC 9(3)V9.

      * print fields
        01 WS-QTY-DISP-1         PIC ZZZZZ9.
        01 WS-QTY-DISP-2         PIC ZZZZZ9.
        01 WS-QTY-DISP-3         PIC ZZZZZ9.
        01 WS-QTY-DISP-4         PIC ZZZZZ9.
        01 WS-UNSCHED-DISP       PIC -ZZZZZ9.
        01 WS-PRICE-DISP         PIC ZZZZZ9.99.
        01 WS-PCT-DISP           PIC ZZ9.9.
        01 WS-DAYS-DISP          PIC ZZZZ9.
        01 WS-VALUE-LEFT         PIC 9(9)V99.
        01 WS-VALUE-DISP         PIC ZZZ,ZZZ,ZZ9.99.

      * run totals
        01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-EXHAUST-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-EXPIRE-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-LAPSED-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-VALUE-LEFT   PIC 9(9)V99 VALUE ZERO.
        01 WS-COUNT-DISP         PIC ZZZZ9.

        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * the finished listing is kept on the report spool - see
      * report-spool.cob
        COPY "SPOOL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "BLANKET-STATUS-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            COMPUTE WS-TODAY-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

            MOVE "BLANKET-WARN-PCT" TO SPL-PARAM-KEY
            MOVE "BLANKET NEARLY USED UP AT PERCENT LEFT"
                TO SPL-DESCRIPTION
            MOVE 10 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-WARN-PCT
            MOVE "BLANKET-WARN-DAYS" TO SPL-PARAM-KEY
            MOVE "DAYS AHEAD TO WARN OF A LAPSING BLANKET"
                TO SPL-DESCRIPTION
            MOVE 30 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-WARN-DAYS

            OPEN INPUT BLANKET-ORDER
            IF WS-BLANKET-STATUS NOT = "00"
                DISPLAY "BLANKET-ORDER NOT AVAILABLE - STATUS "
                    WS-BLANKET-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
      *     a blanket with no releases scheduled yet is still worth
      *     listing, so a missing release file is not an error
            OPEN INPUT BLANKET-RELEASE
            IF WS-RELEASE-STATUS = "00"
                MOVE "Y" TO WS-HAVE-RELEASES
            END-IF

            OPEN OUTPUT STATUS-RPT
            PERFORM WRITE-REPORT-HEADINGS

            PERFORM UNTIL WS-EOF = "Y"
                READ BLANKET-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF BO-STATUS = "OPEN"
                            PERFORM REPORT-ONE-BLANKET
                        END-IF
                END-READ
            END-PERFORM

            PERFORM WRITE-REPORT-TOTALS

            CLOSE STATUS-RPT
            CLOSE BLANKET-ORDER
            IF WS-HAVE-RELEASES = "Y"
                CLOSE BLANKET-RELEASE
            END-IF

            MOVE "BLANKET-STATUS" TO SPP-REPORT-NAME
            MOVE "BLANKET-STATUS-RPT.DAT" TO SPP-SOURCE-FILE
            CALL "REPORT-SPOOL" USING SPOOL-PARAMS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-OPEN-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "BLANKET STATUS WRITTEN TO BLANKET-STATUS-RPT.DAT"
                " - OPEN: " WS-OPEN-COUNT
                " NEARLY USED: " WS-EXHAUST-COUNT
                " LAPSING: " WS-EXPIRE-COUNT
            GOBACK.

        WRITE-REPORT-HEADINGS.
            MOVE SPACES TO STATUS-LINE
            STRING "BLANKET ORDER STATUS - RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-WARN-PCT TO WS-COUNT-DISP
            MOVE WS-WARN-DAYS TO WS-DAYS-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "WARNS AT " WS-COUNT-DISP
                   "% OR LESS LEFT, OR LAPSING WITHIN "
                   WS-DAYS-DISP " DAYS WITH QUANTITY LEFT"
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE SPACES TO STATUS-LINE
            WRITE STATUS-LINE
            MOVE SPACES TO STATUS-LINE
            STRING "BLANKET  CUST   PART       AGREED RELEASED  "
                   " REMAIN  SCHED UNSCHED  VALID TO     PRICE"
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE.

        REPORT-ONE-BLANKET.
            ADD 1 TO WS-OPEN-COUNT
            PERFORM SUM-SCHEDULED-QTY
            COMPUTE WS-REMAINING = BO-AGREED-QTY - BO-RELEASED-QTY
            COMPUTE WS-UNSCHEDULED = WS-REMAINING - WS-SCHEDULED
            COMPUTE WS-VALUE-LEFT = WS-REMAINING * BO-UNIT-PRICE
            ADD WS-VALUE-LEFT TO WS-TOTAL-VALUE-LEFT
            COMPUTE WS-DAYS-LEFT =
                FUNCTION INTEGER-OF-DATE(BO-VALID-TO) - WS-TODAY-DAYS

            MOVE BO-AGREED-QTY TO WS-QTY-DISP-1
            MOVE BO-RELEASED-QTY TO WS-QTY-DISP-2
            MOVE WS-REMAINING TO WS-QTY-DISP-3
            MOVE WS-SCHEDULED TO WS-QTY-DISP-4
            MOVE WS-UNSCHEDULED TO WS-UNSCHED-DISP
            MOVE BO-UNIT-PRICE TO WS-PRICE-DISP
            MOVE SPACES TO STATUS-LINE
            IF BO-TYPE = "C"
                STRING BO-BLANKET-NO " " BO-CUSTOMER-CODE
                       " CIRCLE " BO-MATERIAL-CODE " "
                       WS-QTY-DISP-1 "   " WS-QTY-DISP-2
                       "   " WS-QTY-DISP-3 " " WS-QTY-DISP-4
                       " " WS-UNSCHED-DISP "  " BO-VALID-TO
                       " " WS-PRICE-DISP
                       DELIMITED BY SIZE INTO STATUS-LINE
            ELSE
                STRING BO-BLANKET-NO " " BO-CUSTOMER-CODE
                       " TRIANGLE   "
                       WS-QTY-DISP-1 "   " WS-QTY-DISP-2
                       "   " WS-QTY-DISP-3 " " WS-QTY-DISP-4
                       " " WS-UNSCHED-DISP "  " BO-VALID-TO
                       " " WS-PRICE-DISP
                       DELIMITED BY SIZE INTO STATUS-LINE
            END-IF
            WRITE STATUS-LINE

      *     nearly used up - remaining at or under the warning
      *     percent of what was agreed
            COMPUTE WS-WARN-QTY = BO-AGREED-QTY * WS-WARN-PCT / 100
            IF WS-REMAINING <= WS-WARN-QTY
                COMPUTE WS-PCT-LEFT ROUNDED =
                    WS-REMAINING * 100 / BO-AGREED-QTY
                MOVE WS-PCT-LEFT TO WS-PCT-DISP
                MOVE SPACES TO STATUS-LINE
                STRING "         *** NEARLY USED UP - "
                       WS-PCT-DISP "% OF THE AGREED QUANTITY LEFT"
                       DELIMITED BY SIZE INTO STATUS-LINE
                WRITE STATUS-LINE
                ADD 1 TO WS-EXHAUST-COUNT
            END-IF

      *     lapsing, or already lapsed, with pieces still owed
            IF WS-REMAINING > ZERO
                MOVE WS-REMAINING TO WS-QTY-DISP-3
                EVALUATE TRUE
                    WHEN WS-DAYS-LEFT < ZERO
                        MOVE SPACES TO STATUS-LINE
                        STRING "         *** LAPSED ON " BO-VALID-TO
                               " WITH " WS-QTY-DISP-3
                               " PIECES NOT RELEASED"
                               DELIMITED BY SIZE INTO STATUS-LINE
                        WRITE STATUS-LINE
                        ADD 1 TO WS-LAPSED-COUNT
                    WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                        MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                        MOVE SPACES TO STATUS-LINE
                        STRING "         *** LAPSES IN " WS-DAYS-DISP
                               " DAYS WITH " WS-QTY-DISP-3
                               " PIECES NOT RELEASED"
                               DELIMITED BY SIZE INTO STATUS-LINE
                        WRITE STATUS-LINE
                        ADD 1 TO WS-EXPIRE-COUNT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        SUM-SCHEDULED-QTY.
      *     call-offs scheduled but not yet released
            MOVE ZERO TO WS-SCHEDULED
            IF WS-HAVE-RELEASES NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE BO-BLANKET-NO TO BR-BLANKET-NO
            MOVE ZERO TO BR-RELEASE-NO
            START BLANKET-RELEASE KEY >= BR-RELEASE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-RELEASE-EOF
            PERFORM UNTIL WS-RELEASE-EOF = "Y"
                READ BLANKET-RELEASE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RELEASE-EOF
                    NOT AT END
                        IF BR-BLANKET-NO NOT = BO-BLANKET-NO
                            MOVE "Y" TO WS-RELEASE-EOF
                        ELSE
                            IF BR-STATUS = "SCHED"
                                ADD BR-SCHED-QTY TO WS-SCHEDULED
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "OPEN BLANKETS:          " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-EXHAUST-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "  NEARLY USED UP:       " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-EXPIRE-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "  LAPSING, QTY LEFT:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-LAPSED-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "  LAPSED, QTY LEFT:     " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE
            MOVE WS-TOTAL-VALUE-LEFT TO WS-VALUE-DISP
            MOVE SPACES TO STATUS-LINE
            STRING "VALUE NOT YET RELEASED: " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO STATUS-LINE
            WRITE STATUS-LINE.

            END PROGRAM BLANKET-STATUS-REPORT.

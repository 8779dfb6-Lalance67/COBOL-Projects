      * HEAT-TREAT-VERIFY - soak-profile verification of every
      * furnace window FURNACE-RUN-ENTRY has recorded. The furnace
      * alarms in TEMPERATURE-CONVERTER only ask whether each reading
      * sat inside one global safe range; a lot can do that and
      * still fail its specification because it came up too fast or
      * never soaked long enough. For each LOT-FURNACE window not yet
      * verified, the lot's part is found off LOT-DETAIL and its
      * HEAT-RECIPE read; the window's readings off
      * FURNACE-READING-LOG (one a minute, so the item number is the
      * minute) are measured for the steepest rise between readings,
      * the longest unbroken run inside the soak band, and the
      * minutes held at or above the soak floor. The result and the
      * measured profile go to LOT-HEAT-RESULT for the heat-treatment
      * certificate; a failing window puts the lot on hold and opens
      * an NCR through NCR-OPEN. A window already on LOT-HEAT-RESULT
      * is never judged twice, so a released hold stays released.
      * The run's listing goes to HEAT-VERIFY-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HEAT-TREAT-VERIFY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOT-FURNACE ASSIGN TO "LOT-FURNACE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FURNACE-STATUS.

            SELECT FURNACE-READING-LOG
                ASSIGN TO "FURNACE-READING-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-READING-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT HEAT-RECIPE ASSIGN TO "HEAT-RECIPE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HR-PART-CODE
                FILE STATUS IS WS-RECIPE-STATUS.

            SELECT LOT-HEAT-RESULT ASSIGN TO "LOT-HEAT-RESULT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-WINDOW-KEY
                FILE STATUS IS WS-RESULT-STATUS.

            SELECT HEAT-VERIFY-RPT ASSIGN TO "HEAT-VERIFY-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOT-FURNACE.
            COPY "LOT-FURNACE-RECORD.cpy".

        FD  FURNACE-READING-LOG.
            COPY "FURNACE-READING-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

        FD  HEAT-RECIPE.
            COPY "HEAT-RECIPE-RECORD.cpy".

        FD  LOT-HEAT-RESULT.
            COPY "LOT-HEAT-RESULT-RECORD.cpy".

        FD  HEAT-VERIFY-RPT.
        01  HEAT-VERIFY-LINE         PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-FURNACE-STATUS     PIC XX.
        01 WS-READING-STATUS     PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-RECIPE-STATUS      PIC XX.
        01 WS-RESULT-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-READ-EOF           PIC X.
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).
        01 WS-ALREADY-DONE       PIC X.
        01 WS-HAS-RECIPE         PIC X.

      * the lot in hand - its part off the first LOT-DETAIL line and
      * the pieces still good in it, for the NCR quantity
        01 WS-LOT-PART           PIC X(6).
        01 WS-LOT-PIECES         PIC 9(5).

      * the window's readings by minute - slot 1 is LF-START-ITEM.
      * A day's run is at most 1440 minutes; anything past the
      * table is left unmeasured
        78 MAX-WINDOW-MINUTES    VALUE 1440.
        01 WS-WINDOW-LEN         PIC 9(5).
        01 WS-MIN-IDX            PIC 9(5).
        01 WS-SLOT               PIC 9(5).
        01 WS-MINUTE-TABLE.
            05 WS-MINUTE-ROW OCCURS 1440 TIMES.
                10 WS-MN-PRESENT     PIC X.
                10 WS-MN-KELVIN      PIC 9(4)V99.

      * the measured profile
        01 WS-READ-COUNT         PIC 9(5).
        01 WS-PEAK-K             PIC 9(4)V99.
        01 WS-MAX-RAMP           PIC 9(3)V99.
        01 WS-RISE               PIC S9(4)V99.
        01 WS-SOAK-RUN           PIC 9(5).
        01 WS-BEST-SOAK          PIC 9(5).
        01 WS-HOLD-MIN           PIC 9(5).
        01 WS-FAIL-REASON        PIC X(20).

      * run totals
        01 WS-WINDOW-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-PASS-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-FAIL-COUNT         PIC 9(5) VALUE ZERO.
        01 WS-UNVERIFIED-COUNT   PIC 9(5) VALUE ZERO.

        01 WS-KELVIN-DISP        PIC ZZZ9.99.
        01 WS-RAMP-DISP          PIC ZZ9.99.
        01 WS-SOAK-DISP          PIC ZZZZ9.
        01 WS-HOLD-DISP          PIC ZZZZ9.

      * a failing lot opens a nonconformance report - see
      * ncr-open.cob
        COPY "NCR-OPEN-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "HEAT-TREAT-VERIFY" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE

            OPEN INPUT LOT-FURNACE
            IF WS-FURNACE-STATUS NOT = "00"
                DISPLAY "LOT-FURNACE NOT AVAILABLE - STATUS "
                    WS-FURNACE-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            PERFORM OPEN-LOT-HEAT-RESULT
            OPEN INPUT HEAT-RECIPE

            OPEN OUTPUT HEAT-VERIFY-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO HEAT-VERIFY-LINE
                WRITE HEAT-VERIFY-LINE
            END-IF
            MOVE SPACES TO HEAT-VERIFY-LINE
            STRING "HEAT-TREAT SOAK VERIFICATION - RUN DATE: "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
            WRITE HEAT-VERIFY-LINE
            MOVE SPACES TO HEAT-VERIFY-LINE
            STRING "LOT    PART   SENSOR RUN DATE ITEMS        "
                   "READS PEAK-K  RAMP  SOAK  HOLD RESULT"
                   DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
            WRITE HEAT-VERIFY-LINE

            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-FURNACE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM VERIFY-ONE-WINDOW
                END-READ
            END-PERFORM

            MOVE SPACES TO HEAT-VERIFY-LINE
            WRITE HEAT-VERIFY-LINE
            MOVE SPACES TO HEAT-VERIFY-LINE
            STRING "WINDOWS VERIFIED: " WS-WINDOW-COUNT
                   "   PASSED: " WS-PASS-COUNT
                   "   FAILED (LOT HELD): " WS-FAIL-COUNT
                   "   NO RECIPE: " WS-UNVERIFIED-COUNT
                   DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
            WRITE HEAT-VERIFY-LINE
            CLOSE HEAT-VERIFY-RPT

            IF WS-RECIPE-STATUS = "00"
                CLOSE HEAT-RECIPE
            END-IF
            CLOSE LOT-HEAT-RESULT
            CLOSE LOT-FURNACE

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-WINDOW-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            DISPLAY "HEAT-TREAT VERIFICATION WRITTEN TO"
                " HEAT-VERIFY-RPT.DAT - PASSED: " WS-PASS-COUNT
                " FAILED: " WS-FAIL-COUNT
            GOBACK.

        OPEN-LOT-HEAT-RESULT.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after
            OPEN I-O LOT-HEAT-RESULT
            IF WS-RESULT-STATUS = "35"
                OPEN OUTPUT LOT-HEAT-RESULT
                CLOSE LOT-HEAT-RESULT
                OPEN I-O LOT-HEAT-RESULT
            END-IF.

        VERIFY-ONE-WINDOW.
            MOVE LF-LOT-NUMBER TO LH-LOT-NUMBER
            MOVE LF-SENSOR-ID TO LH-SENSOR-ID
            MOVE LF-RUN-DATE TO LH-RUN-DATE
            MOVE LF-START-ITEM TO LH-START-ITEM
            MOVE "N" TO WS-ALREADY-DONE
            READ LOT-HEAT-RESULT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-ALREADY-DONE
            END-READ
            IF WS-ALREADY-DONE = "Y"
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-WINDOW-COUNT
            PERFORM FIND-LOT-PART
            PERFORM LOOKUP-RECIPE

            MOVE LF-LOT-NUMBER TO LH-LOT-NUMBER
            MOVE LF-SENSOR-ID TO LH-SENSOR-ID
            MOVE LF-RUN-DATE TO LH-RUN-DATE
            MOVE LF-START-ITEM TO LH-START-ITEM
            MOVE LF-END-ITEM TO LH-END-ITEM
            MOVE WS-LOT-PART TO LH-PART-CODE
            MOVE WS-RUN-DATE TO LH-VERIFY-DATE
            MOVE SPACES TO LH-RELEASED-BY
            MOVE ZERO TO LH-RELEASE-DATE LH-NCR-NO
            MOVE "N" TO LH-HOLD-FLAG

            IF WS-HAS-RECIPE = "N"
      *         nothing to judge the window against - listed so
      *         engineering keys a recipe, but the lot is not held
                MOVE "N" TO LH-RESULT
                MOVE "NO RECIPE FOR PART" TO LH-FAIL-REASON
                IF WS-LOT-PART = SPACES
                    MOVE "NO LOT DETAIL" TO LH-FAIL-REASON
                END-IF
                MOVE ZERO TO LH-RCP-RAMP-LIMIT LH-RCP-SOAK-LOW-K
                    LH-RCP-SOAK-HIGH-K LH-RCP-MIN-SOAK
                    LH-RCP-MAX-HOLD LH-READINGS LH-PEAK-K
                    LH-MAX-RAMP LH-SOAK-MIN LH-HOLD-MIN
                ADD 1 TO WS-UNVERIFIED-COUNT
            ELSE
                PERFORM LOAD-WINDOW-READINGS
                PERFORM MEASURE-PROFILE
                PERFORM JUDGE-PROFILE
            END-IF

            WRITE LOT-HEAT-RESULT-RECORD
                INVALID KEY
                    DISPLAY "RESULT ALREADY ON FILE FOR LOT "
                        LH-LOT-NUMBER
            END-WRITE
            PERFORM WRITE-WINDOW-LINE.

        FIND-LOT-PART.
            MOVE SPACES TO WS-LOT-PART
            MOVE ZERO TO WS-LOT-PIECES
            OPEN INPUT LOT-DETAIL
            IF WS-DETAIL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-READ-EOF
            PERFORM UNTIL WS-READ-EOF = "Y"
                READ LOT-DETAIL
                    AT END
                        MOVE "Y" TO WS-READ-EOF
                    NOT AT END
                        IF LD-LOT-NUMBER = LF-LOT-NUMBER
                            IF WS-LOT-PART = SPACES
                                MOVE LD-PART-CODE TO WS-LOT-PART
                            END-IF
                            IF LD-SCRAP-FLAG NOT = "Y"
                                ADD 1 TO WS-LOT-PIECES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-DETAIL.

        LOOKUP-RECIPE.
            MOVE "N" TO WS-HAS-RECIPE
            IF WS-LOT-PART = SPACES OR WS-RECIPE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOT-PART TO HR-PART-CODE
            READ HEAT-RECIPE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-HAS-RECIPE
            END-READ
      *     a failed read leaves the status off "00" - put it back so
      *     the next lot still looks its recipe up
            MOVE "00" TO WS-RECIPE-STATUS.

        LOAD-WINDOW-READINGS.
            PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                    UNTIL WS-MIN-IDX > MAX-WINDOW-MINUTES
                MOVE "N" TO WS-MN-PRESENT(WS-MIN-IDX)
                MOVE ZERO TO WS-MN-KELVIN(WS-MIN-IDX)
            END-PERFORM
            MOVE ZERO TO WS-WINDOW-LEN
            IF LF-END-ITEM >= LF-START-ITEM
                COMPUTE WS-WINDOW-LEN =
                    LF-END-ITEM - LF-START-ITEM + 1
            END-IF
            IF WS-WINDOW-LEN > MAX-WINDOW-MINUTES
                MOVE MAX-WINDOW-MINUTES TO WS-WINDOW-LEN
            END-IF

            OPEN INPUT FURNACE-READING-LOG
            IF WS-READING-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-READ-EOF
            PERFORM UNTIL WS-READ-EOF = "Y"
                READ FURNACE-READING-LOG
                    AT END
                        MOVE "Y" TO WS-READ-EOF
                    NOT AT END
                        IF FR-RUN-DATE = LF-RUN-DATE
                                AND FR-SENSOR-ID = LF-SENSOR-ID
                                AND FR-ITEM-NO >= LF-START-ITEM
                                AND FR-ITEM-NO <= LF-END-ITEM
                            COMPUTE WS-SLOT =
                                FR-ITEM-NO - LF-START-ITEM + 1
                            IF WS-SLOT <= WS-WINDOW-LEN
                                MOVE "Y" TO WS-MN-PRESENT(WS-SLOT)
                                MOVE FR-KELVIN
                                    TO WS-MN-KELVIN(WS-SLOT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FURNACE-READING-LOG.

        MEASURE-PROFILE.
      *     minute by minute: the rise from the minute before, the
      *     unbroken run inside the soak band (a reading outside it,
      *     or a missing minute, starts the run over), and every
      *     minute at or above the soak floor counted as hold
            MOVE ZERO TO WS-READ-COUNT WS-PEAK-K WS-MAX-RAMP
                WS-SOAK-RUN WS-BEST-SOAK WS-HOLD-MIN
            PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                    UNTIL WS-MIN-IDX > WS-WINDOW-LEN
                IF WS-MN-PRESENT(WS-MIN-IDX) = "Y"
                    ADD 1 TO WS-READ-COUNT
                    IF WS-MN-KELVIN(WS-MIN-IDX) > WS-PEAK-K
                        MOVE WS-MN-KELVIN(WS-MIN-IDX) TO WS-PEAK-K
                    END-IF
                    IF WS-MIN-IDX > 1
                        IF WS-MN-PRESENT(WS-MIN-IDX - 1) = "Y"
                            COMPUTE WS-RISE =
                                WS-MN-KELVIN(WS-MIN-IDX)
                                - WS-MN-KELVIN(WS-MIN-IDX - 1)
                            IF WS-RISE > WS-MAX-RAMP
                                MOVE WS-RISE TO WS-MAX-RAMP
                            END-IF
                        END-IF
                    END-IF
                    IF WS-MN-KELVIN(WS-MIN-IDX) >= HR-SOAK-LOW-K
                        ADD 1 TO WS-HOLD-MIN
                    END-IF
                    IF WS-MN-KELVIN(WS-MIN-IDX) >= HR-SOAK-LOW-K
                            AND WS-MN-KELVIN(WS-MIN-IDX)
                                <= HR-SOAK-HIGH-K
                        ADD 1 TO WS-SOAK-RUN
                        IF WS-SOAK-RUN > WS-BEST-SOAK
                            MOVE WS-SOAK-RUN TO WS-BEST-SOAK
                        END-IF
                    ELSE
                        MOVE ZERO TO WS-SOAK-RUN
                    END-IF
                ELSE
                    MOVE ZERO TO WS-SOAK-RUN
                END-IF
            END-PERFORM.

        JUDGE-PROFILE.
            MOVE HR-RAMP-LIMIT TO LH-RCP-RAMP-LIMIT
            MOVE HR-SOAK-LOW-K TO LH-RCP-SOAK-LOW-K
            MOVE HR-SOAK-HIGH-K TO LH-RCP-SOAK-HIGH-K
            MOVE HR-MIN-SOAK-MIN TO LH-RCP-MIN-SOAK
            MOVE HR-MAX-HOLD-MIN TO LH-RCP-MAX-HOLD
            MOVE WS-READ-COUNT TO LH-READINGS
            MOVE WS-PEAK-K TO LH-PEAK-K
            MOVE WS-MAX-RAMP TO LH-MAX-RAMP
            MOVE WS-BEST-SOAK TO LH-SOAK-MIN
            MOVE WS-HOLD-MIN TO LH-HOLD-MIN

            MOVE SPACES TO WS-FAIL-REASON
            EVALUATE TRUE
                WHEN WS-READ-COUNT = ZERO
                    MOVE "NO READINGS LOGGED" TO WS-FAIL-REASON
                WHEN WS-BEST-SOAK < HR-MIN-SOAK-MIN
                    MOVE "SOAK TOO SHORT" TO WS-FAIL-REASON
                WHEN HR-RAMP-LIMIT NOT = ZERO
                        AND WS-MAX-RAMP > HR-RAMP-LIMIT
                    MOVE "RAMP TOO FAST" TO WS-FAIL-REASON
                WHEN HR-MAX-HOLD-MIN NOT = ZERO
                        AND WS-HOLD-MIN > HR-MAX-HOLD-MIN
                    MOVE "HELD TOO LONG" TO WS-FAIL-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE WS-FAIL-REASON TO LH-FAIL-REASON

            IF WS-FAIL-REASON = SPACES
                MOVE "P" TO LH-RESULT
                ADD 1 TO WS-PASS-COUNT
            ELSE
                MOVE "F" TO LH-RESULT
                MOVE "Y" TO LH-HOLD-FLAG
                ADD 1 TO WS-FAIL-COUNT
                PERFORM OPEN-HEAT-NCR
            END-IF.

        OPEN-HEAT-NCR.
      *     the hold stops the lot shipping; the NCR makes someone
      *     disposition it and find out why the furnace ran short
            MOVE "H" TO NOP-SOURCE
            MOVE LF-LOT-NUMBER TO NOP-SOURCE-REF
            MOVE WS-LOT-PART TO NOP-PART-CODE
            MOVE LF-LOT-NUMBER TO NOP-LOT-NUMBER
            MOVE WS-LOT-PIECES TO NOP-QTY
            MOVE SPACES TO NOP-DEFECT
            STRING "HEAT TREAT: " WS-FAIL-REASON
                   DELIMITED BY SIZE INTO NOP-DEFECT
            CALL "NCR-OPEN" USING NCR-OPEN-PARAMS
            MOVE NOP-NCR-NO TO LH-NCR-NO.

        WRITE-WINDOW-LINE.
            MOVE LH-PEAK-K TO WS-KELVIN-DISP
            MOVE LH-MAX-RAMP TO WS-RAMP-DISP
            MOVE LH-SOAK-MIN TO WS-SOAK-DISP
            MOVE LH-HOLD-MIN TO WS-HOLD-DISP
            MOVE SPACES TO HEAT-VERIFY-LINE
            EVALUATE LH-RESULT
                WHEN "P"
                    STRING LH-LOT-NUMBER " " LH-PART-CODE " "
                           LH-SENSOR-ID "   " LH-RUN-DATE " "
                           LH-START-ITEM "-" LH-END-ITEM " "
                           LH-READINGS " " WS-KELVIN-DISP " "
                           WS-RAMP-DISP " " WS-SOAK-DISP " "
                           WS-HOLD-DISP " PASS"
                           DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
                WHEN "F"
                    STRING LH-LOT-NUMBER " " LH-PART-CODE " "
                           LH-SENSOR-ID "   " LH-RUN-DATE " "
                           LH-START-ITEM "-" LH-END-ITEM " "
                           LH-READINGS " " WS-KELVIN-DISP " "
                           WS-RAMP-DISP " " WS-SOAK-DISP " "
                           WS-HOLD-DISP " FAIL - " LH-FAIL-REASON
                           " ** LOT HELD, NCR " LH-NCR-NO " **"
                           DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
                WHEN OTHER
                    STRING LH-LOT-NUMBER " " LH-PART-CODE " "
                           LH-SENSOR-ID "   " LH-RUN-DATE " "
                           LH-START-ITEM "-" LH-END-ITEM
                           "  NOT VERIFIED - " LH-FAIL-REASON
                           DELIMITED BY SIZE INTO HEAT-VERIFY-LINE
            END-EVALUATE
            WRITE HEAT-VERIFY-LINE.

            END PROGRAM HEAT-TREAT-VERIFY.

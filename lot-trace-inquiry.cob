      * both directions: given a lot number, everything in it; given
      * a part code, every lot that contains it with dates. When a
      * customer returns a cracked bracket, this is how its sibling
      * parts are found. The heat-treatment certificate carries, per
      * furnace window, the soak-profile verdict HEAT-TREAT-VERIFY
      * stored against the part's recipe.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LOT-TRACE-INQUIRY.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-READING-STATUS.

      *     the recipe verdict and measured profile per window, as
      *     HEAT-TREAT-VERIFY left them
            SELECT LOT-HEAT-RESULT ASSIGN TO "LOT-HEAT-RESULT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-WINDOW-KEY
                FILE STATUS IS WS-RESULT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOT-DETAIL.
        FD  FURNACE-READING-LOG.
            COPY "FURNACE-READING-RECORD.cpy".

        FD  LOT-HEAT-RESULT.
            COPY "LOT-HEAT-RESULT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-EOF                PIC X.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-LOT-ENTRY          PIC 9(6).
        01 WS-PART-ENTRY         PIC X(6).
      * a recall held to one BOM revision of the part - spaces
      * traces every revision, "--" the original BOM only
        01 WS-REV-ENTRY          PIC X(2).
        01 WS-REV-WANTED         PIC X(2).
        01 WS-REV-FILTER         PIC X.
        01 WS-LISTED-COUNT       PIC 9(4).
        01 WS-IDX                PIC 9(3).
        01 WS-FOUND-IDX          PIC 9(3).
                10 WS-LT-LOT         PIC 9(6).
                10 WS-LT-DATE        PIC 9(8).
                10 WS-LT-PIECES      PIC 9(4).
                10 WS-LT-REVISION    PIC X(2).

        01 WS-PIECES-DISP        PIC ZZZ9.

        01 WS-CERT-MAX-K         PIC 9(4)V99.
        01 WS-KELVIN-DISP        PIC ZZZ9.99.
        01 WS-MAX-DISP           PIC ZZZ9.99.
        01 WS-RESULT-STATUS      PIC XX.
        01 WS-RAMP-DISP          PIC ZZ9.99.
        01 WS-RAMP-DISP-2        PIC ZZ9.99.

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== LOT TRACEABILITY INQUIRY ====="
                DISPLAY "[1] LIST A LOT'S CONTENTS"
                                    " PART " LD-PART-CODE
                                    " BY " LD-OPERATOR
                                    " ON " LD-MADE-DATE
                                    " REV " LD-REVISION
                                ADD 1 TO WS-LISTED-COUNT
                            END-IF
                    END-READ
        LIST-LOTS-FOR-PART.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            DISPLAY "LIMIT TO REVISION (2 CHARS, BLANK FOR ALL,"
                " -- FOR THE ORIGINAL BOM):"
            ACCEPT WS-REV-ENTRY
            MOVE "N" TO WS-REV-FILTER
            MOVE SPACES TO WS-REV-WANTED
            IF WS-REV-ENTRY NOT = SPACES
                MOVE "Y" TO WS-REV-FILTER
                IF WS-REV-ENTRY NOT = "--"
                    MOVE WS-REV-ENTRY TO WS-REV-WANTED
                END-IF
            END-IF

            MOVE WS-PART-ENTRY TO WS-CHAIN-PART
            MOVE ZERO TO WS-HOP-COUNT
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
      *                     the revision limit belongs to the code
      *                     entered - a successor code has its own
      *                     revisions and is traced in full
                            IF LD-PART-CODE = WS-CHAIN-PART
                                IF WS-REV-FILTER = "N"
                                        OR WS-HOP-COUNT > ZERO
                                        OR LD-REVISION = WS-REV-WANTED
                                    PERFORM NOTE-LOT-SEEN
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                        DISPLAY "  LOT " WS-LT-LOT(WS-IDX)
                            " MADE " WS-LT-DATE(WS-IDX)
                            " PIECES " WS-PIECES-DISP
                            " REV " WS-LT-REVISION(WS-IDX)
                    END-PERFORM
                END-IF
            END-IF
                " RUN " LF-RUN-DATE
                " ITEMS " LF-START-ITEM " TO " LF-END-ITEM
                " (BY " LF-OPERATOR ")"
            PERFORM SHOW-SOAK-VERIFICATION

            MOVE ZERO TO WS-READ-COUNT WS-EXCURSION-COUNT
            MOVE 9999.99 TO WS-CERT-MIN-K
                END-IF
            END-IF.

        SHOW-SOAK-VERIFICATION.
            OPEN INPUT LOT-HEAT-RESULT
            IF WS-RESULT-STATUS NOT = "00"
                DISPLAY "  SOAK PROFILE: NOT YET VERIFIED"
                EXIT PARAGRAPH
            END-IF
            MOVE LF-LOT-NUMBER TO LH-LOT-NUMBER
            MOVE LF-SENSOR-ID TO LH-SENSOR-ID
            MOVE LF-RUN-DATE TO LH-RUN-DATE
            MOVE LF-START-ITEM TO LH-START-ITEM
            READ LOT-HEAT-RESULT
                INVALID KEY
                    DISPLAY "  SOAK PROFILE: NOT YET VERIFIED"
                NOT INVALID KEY
                    PERFORM SHOW-SOAK-RESULT
            END-READ
            CLOSE LOT-HEAT-RESULT.

        SHOW-SOAK-RESULT.
            IF LH-RESULT = "N"
                DISPLAY "  SOAK PROFILE: NOT VERIFIABLE - "
                    LH-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE LH-RCP-SOAK-LOW-K TO WS-KELVIN-DISP
            MOVE LH-RCP-SOAK-HIGH-K TO WS-MAX-DISP
            MOVE LH-RCP-RAMP-LIMIT TO WS-RAMP-DISP
            DISPLAY "  RECIPE (PART " LH-PART-CODE "): SOAK "
                WS-KELVIN-DISP "-" WS-MAX-DISP " K FOR "
                LH-RCP-MIN-SOAK " MIN, RAMP " WS-RAMP-DISP
                " K/MIN, HOLD " LH-RCP-MAX-HOLD " MIN"
            MOVE LH-PEAK-K TO WS-KELVIN-DISP
            MOVE LH-MAX-RAMP TO WS-RAMP-DISP-2
            DISPLAY "  MEASURED: PEAK " WS-KELVIN-DISP
                " K, STEEPEST RAMP " WS-RAMP-DISP-2
                " K/MIN, SOAK " LH-SOAK-MIN " MIN, HELD "
                LH-HOLD-MIN " MIN"
            IF LH-RESULT = "P"
                DISPLAY "  SOAK PROFILE: PASS (VERIFIED "
                    LH-VERIFY-DATE ")"
            ELSE
                DISPLAY "  SOAK PROFILE: *** FAIL - " LH-FAIL-REASON
                    " *** NCR " LH-NCR-NO
                EVALUATE LH-HOLD-FLAG
                    WHEN "Y"
                        DISPLAY "  LOT ON HEAT-TREAT HOLD"
                    WHEN "R"
                        DISPLAY "  HOLD RELEASED BY " LH-RELEASED-BY
                            " ON " LH-RELEASE-DATE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        NOTE-LOT-SEEN.
            MOVE ZERO TO WS-FOUND-IDX
            PERFORM VARYING WS-IDX FROM 1 BY 1
                MOVE WS-LOT-COUNT TO WS-FOUND-IDX
                MOVE LD-LOT-NUMBER TO WS-LT-LOT(WS-FOUND-IDX)
                MOVE LD-MADE-DATE TO WS-LT-DATE(WS-FOUND-IDX)
                MOVE LD-REVISION TO WS-LT-REVISION(WS-FOUND-IDX)
                MOVE ZERO TO WS-LT-PIECES(WS-FOUND-IDX)
            END-IF
            IF WS-FOUND-IDX > ZERO

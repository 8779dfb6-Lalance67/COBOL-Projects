      * (absences and tardies from ATTENDANCE.DAT over the term's
      * prompted date range), and the SM-STATUS standing flag.
      * TERM-END-CLOSE runs it for the whole school after the close
      * finishes. A student under an active hold that blocks report
      * cards (see student-hold.cob) gets no card until the office
      * named on the console clears it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPORT-CARD-PRINT.

        01 WS-IDX                PIC 9(3).
        01 WS-FOUND-IDX          PIC 9(3).

      * a student held from report cards - see student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".
        01 WS-HELD-COUNT         PIC 9(4) VALUE ZERO.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            DISPLAY "REPORT CARDS - TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM
            DISPLAY "ATTENDANCE FROM DATE (YYYYMMDD):"
            OPEN INPUT ENROLLMENT
            OPEN INPUT COURSE-MASTER
            OPEN OUTPUT REPORT-CARD
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO REPORT-CARD-LINE
                WRITE REPORT-CARD-LINE
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
            CLOSE REPORT-CARD

            DISPLAY "REPORT CARDS WRITTEN: " WS-CARD-COUNT
            IF WS-HELD-COUNT > ZERO
                DISPLAY "REPORT CARDS HELD: " WS-HELD-COUNT
            END-IF
            GOBACK.

        LOAD-ATTENDANCE-TALLIES.
                EXIT PARAGRAPH
            END-IF

            MOVE "Q" TO SHP-FUNCTION
            MOVE SM-STUDENT-ID TO SHP-STUDENT-ID
            MOVE "C" TO SHP-BLOCK
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "REPORT CARD HELD: " SM-STUDENT-ID " - SEE "
                    SHP-OFFICE " (" SHP-HOLD-TYPE " " SHP-REASON ")"
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-CARD-COUNT
            PERFORM WRITE-CARD-HEADER
            PERFORM WRITE-TERM-LINES

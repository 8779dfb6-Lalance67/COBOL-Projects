      * from COURSE-MASTER, the term GPA through the shared GPA-LIB,
      * and a cumulative GPA from the running credit-weighted
      * totals. Pages break per student with headers, like the
      * CIRC-REPORT pages. The state's standardized test scores off
      * TEST-SCORE print under the course history, and a graduate's
      * transcript is marked final with the degree off the GRADUATE
      * file. A student under an active hold that blocks transcripts
      * (see student-hold.cob) is skipped with the office to see.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRANSCRIPT-PRINT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

      *     written by GRADUATION-PROCESSING when a degree is
      *     conferred
            SELECT GRADUATE ASSIGN TO "GRADUATE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GD-STUDENT-ID
                FILE STATUS IS WS-GRADUATE-STATUS.

      *     loaded from the state's spring file by TEST-SCORE-IMPORT
            SELECT TEST-SCORE ASSIGN TO "TEST-SCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TS-SCORE-KEY
                FILE STATUS IS WS-SCORE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
        FD  GPA-HISTORY.
            COPY "GPA-HISTORY-RECORD.cpy".

        FD  GRADUATE.
            COPY "GRADUATE-RECORD.cpy".

        FD  TEST-SCORE.
            COPY "TEST-SCORE-RECORD.cpy".

        FD  TRANSCRIPT-PRINT-FILE.
        01  TRANSCRIPT-LINE          PIC X(80).

        01 WS-SIZE-FOUND         PIC 9(3).
        01 WS-GRADE-DISP         PIC 9.9.

      * the degree line for a graduate's final transcript
        01 WS-GRADUATE-STATUS    PIC XX.
        01 WS-STAGED-COUNT       PIC 9(4) VALUE ZERO.
        01 WS-HONORS-TEXT        PIC X(16).

      * the standardized test lines
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-SCORE-EOF          PIC X.
        01 WS-SCORE-LINES        PIC 9(2).
        01 WS-BAND-TEXT          PIC X(12).

      * a student held from transcripts - see student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".
        01 WS-HELD-COUNT         PIC 9(4) VALUE ZERO.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE

            OPEN OUTPUT TRANSCRIPT-PRINT-FILE
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
            END-IF

      *     if a list of ids is staged, print them all unattended;
      *     otherwise (no file, or an emptied one) ask for the one id
      *     the office wants
            OPEN INPUT TRANSCRIPT-LOOKUP
            IF WS-LOOKUP-STATUS = "00"
                PERFORM UNTIL WS-LOOKUP-EOF = "Y"
                        AT END
                            MOVE "Y" TO WS-LOOKUP-EOF
                        NOT AT END
                            ADD 1 TO WS-STAGED-COUNT
                            MOVE TRANSCRIPT-LOOKUP-RECORD
                                TO WS-TARGET-ID
                            PERFORM PRINT-ONE-TRANSCRIPT
                    END-READ
                END-PERFORM
                CLOSE TRANSCRIPT-LOOKUP
            END-IF
            IF WS-STAGED-COUNT = ZERO
                DISPLAY "ENTER STUDENT ID (6 CHARS):"
                ACCEPT WS-TARGET-ID
                PERFORM PRINT-ONE-TRANSCRIPT
            CLOSE TRANSCRIPT-PRINT-FILE

            DISPLAY "TRANSCRIPTS PRINTED: " WS-PRINTED-COUNT
            IF WS-HELD-COUNT > ZERO
                DISPLAY "TRANSCRIPTS HELD: " WS-HELD-COUNT
            END-IF

            GOBACK.

        PRINT-ONE-TRANSCRIPT.
            MOVE "Q" TO SHP-FUNCTION
            MOVE WS-TARGET-ID TO SHP-STUDENT-ID
            MOVE "T" TO SHP-BLOCK
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "TRANSCRIPT HELD: " WS-TARGET-ID " - SEE "
                    SHP-OFFICE " (" SHP-HOLD-TYPE " " SHP-REASON ")"
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
            WRITE TRANSCRIPT-LINE

            PERFORM WRITE-CLASS-RANK
            PERFORM WRITE-TEST-SCORES
            PERFORM WRITE-DEGREE-CONFERRED.

        WRITE-CLASS-RANK.
      *     the latest ranked GPA-HISTORY close for this student -
                WRITE TRANSCRIPT-LINE
            END-IF.

        WRITE-TEST-SCORES.
      *     every state test on file for the student, by subject and
      *     year - a student with none simply gets no section
            OPEN INPUT TEST-SCORE
            IF WS-SCORE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-SCORE-LINES
            MOVE WS-TARGET-ID TO TS-STUDENT-ID
            MOVE LOW-VALUES TO TS-SUBJECT
            MOVE ZERO TO TS-TEST-YEAR
            START TEST-SCORE KEY >= TS-SCORE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-SCORE-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-SCORE-EOF
            END-START
            PERFORM UNTIL WS-SCORE-EOF = "Y"
                READ TEST-SCORE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SCORE-EOF
                    NOT AT END
                        IF TS-STUDENT-ID NOT = WS-TARGET-ID
                            MOVE "Y" TO WS-SCORE-EOF
                        ELSE
                            PERFORM WRITE-ONE-TEST-SCORE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TEST-SCORE.

        WRITE-ONE-TEST-SCORE.
            IF WS-SCORE-LINES = ZERO
                MOVE SPACES TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
                MOVE SPACES TO TRANSCRIPT-LINE
                STRING "STATE STANDARDIZED TESTS"
                       DELIMITED BY SIZE INTO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
            END-IF
            EVALUATE TS-BAND
                WHEN 1
                    MOVE "BELOW BASIC" TO WS-BAND-TEXT
                WHEN 2
                    MOVE "BASIC" TO WS-BAND-TEXT
                WHEN 3
                    MOVE "PROFICIENT" TO WS-BAND-TEXT
                WHEN 4
                    MOVE "ADVANCED" TO WS-BAND-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-BAND-TEXT
            END-EVALUATE
            MOVE SPACES TO TRANSCRIPT-LINE
            STRING "  " TS-TEST-YEAR "  " TS-SUBJECT
                   "  SCORE " TS-SCALE-SCORE
                   "  " WS-BAND-TEXT
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
            WRITE TRANSCRIPT-LINE
            ADD 1 TO WS-SCORE-LINES.

        WRITE-DEGREE-CONFERRED.
      *     a graduate's transcript is the final one - it says so,
      *     with the degree and any honors
            OPEN INPUT GRADUATE
            IF WS-GRADUATE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TARGET-ID TO GD-STUDENT-ID
            READ GRADUATE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    EVALUATE GD-HONORS
                        WHEN "S"
                            MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
                        WHEN "M"
                            MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
                        WHEN "C"
                            MOVE "CUM LAUDE" TO WS-HONORS-TEXT
                        WHEN OTHER
                            MOVE SPACES TO WS-HONORS-TEXT
                    END-EVALUATE
                    MOVE SPACES TO TRANSCRIPT-LINE
                    WRITE TRANSCRIPT-LINE
                    MOVE SPACES TO TRANSCRIPT-LINE
                    STRING "FINAL TRANSCRIPT - DEGREE CONFERRED "
                           GD-CONFER-DATE
                           " PROGRAM " GD-PROGRAM-CODE
                           " " WS-HONORS-TEXT
                           DELIMITED BY SIZE INTO TRANSCRIPT-LINE
                    WRITE TRANSCRIPT-LINE
            END-READ
            CLOSE GRADUATE.

            END PROGRAM TRANSCRIPT-PRINT.

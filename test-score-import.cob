      * import of the state's standardized test results - reads the
      * spring STATE-TEST.DAT flat file (see STATE-TEST-RECORD.cpy),
      * matches each row to STUDENT-MASTER by our student id, or
      * when the state had none (or one we do not know) by the first
      * name through the SM-NAME alternate key and the birth date,
      * with the STUDENT-NAME last name breaking a tie between two
      * students of the same first name and birthday. Matched rows
      * load onto the TEST-SCORE file per student, subject and test
      * year - replacing a score already there, so a corrected state
      * file can simply be loaded again. Unmatched and bad rows go
      * to the TEST-SCORE-IMPORT-RPT.DAT report and the shared
      * EXCEPTION-SUMMARY.DAT, the same as BUDGET-IMPORT's rejects.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TEST-SCORE-IMPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STATE-TEST ASSIGN TO "STATE-TEST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATE-STATUS.

            SELECT TEST-SCORE ASSIGN TO "TEST-SCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TS-SCORE-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

            SELECT IMPORT-RPT ASSIGN TO "TEST-SCORE-IMPORT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT EXCEPTION-SUMMARY ASSIGN TO "EXCEPTION-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STATE-TEST.
            COPY "STATE-TEST-RECORD.cpy".

        FD  TEST-SCORE.
            COPY "TEST-SCORE-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        FD  IMPORT-RPT.
        01  IMPORT-RPT-LINE         PIC X(80).

        FD  EXCEPTION-SUMMARY.
            COPY "EXCEPTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-STATE-STATUS       PIC XX.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-NAME-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-NAME-EOF           PIC X.
        01 WS-NAME-OPEN          PIC X VALUE "N".
        01 WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-REPLACED-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-BY-NAME-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-ROW-OK             PIC X.

      * the student a row resolved to, and how
        01 WS-MATCH-ID           PIC X(6).
        01 WS-MATCHED-BY         PIC X.
        01 WS-BIRTH-MATCHES      PIC 9(3).
        01 WS-BIRTH-MATCH-ID     PIC X(6).
        01 WS-LAST-MATCHES       PIC 9(3).
        01 WS-LAST-MATCH-ID      PIC X(6).
        01 WS-FIRST-KEY          PIC X(5).

      * the full name off STUDENT-NAME, taken apart to compare the
      * last name with the state's
        COPY "NAME-RECORD.cpy".

        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * end-of-job exception summary - see CIRCUMFERENCE's
      * LOG-EXCEPTION for why rejects append here too
        01 WS-EXCEPT-STATUS      PIC XX.
        01 WS-EXCEPT-REASON      PIC X(40).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT STATE-TEST
            IF WS-STATE-STATUS NOT = "00"
                DISPLAY "STATE-TEST.DAT NOT AVAILABLE - STATUS "
                    WS-STATE-STATUS
                GOBACK
            END-IF

            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                CLOSE STATE-TEST
                GOBACK
            END-IF

      *     students seated before full names were kept have none -
      *     the tie-break simply is not available for them
            OPEN INPUT STUDENT-NAME
            IF WS-NAME-STATUS = "00"
                MOVE "Y" TO WS-NAME-OPEN
            END-IF

            OPEN I-O TEST-SCORE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT TEST-SCORE
                CLOSE TEST-SCORE
                OPEN I-O TEST-SCORE
            END-IF

            OPEN OUTPUT IMPORT-RPT

            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "STATE TEST SCORE IMPORT - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            PERFORM UNTIL WS-EOF = "Y"
                READ STATE-TEST
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF STATE-TEST-RECORD NOT = SPACES
                            PERFORM IMPORT-ONE-ROW
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "APPLIED: " WS-APPLIED-COUNT
                   "  REPLACED: " WS-REPLACED-COUNT
                   "  BY NAME: " WS-BY-NAME-COUNT
                   "  REJECTED: " WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE

            CLOSE STATE-TEST
            CLOSE STUDENT-MASTER
            IF WS-NAME-OPEN = "Y"
                CLOSE STUDENT-NAME
            END-IF
            CLOSE TEST-SCORE
            CLOSE IMPORT-RPT

            DISPLAY "TEST SCORE IMPORT COMPLETE - APPLIED: "
                WS-APPLIED-COUNT " REJECTED: " WS-REJECT-COUNT

            GOBACK.

        IMPORT-ONE-ROW.
            PERFORM VALIDATE-ROW
            IF WS-ROW-OK NOT = "Y"
                PERFORM REJECT-ROW
                EXIT PARAGRAPH
            END-IF

            PERFORM MATCH-STUDENT
            IF WS-MATCH-ID = SPACES
                PERFORM REJECT-ROW
                EXIT PARAGRAPH
            END-IF
            PERFORM APPLY-ROW.

        VALIDATE-ROW.
            MOVE "N" TO WS-ROW-OK
            IF ST-TEST-YEAR NOT NUMERIC OR ST-TEST-YEAR < 1900
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "BAD TEST YEAR - " ST-LAST-NAME
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            IF ST-SUBJECT = SPACES
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "NO SUBJECT - " ST-LAST-NAME
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            IF ST-SCALE-SCORE NOT NUMERIC
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "SCORE NOT NUMERIC - " ST-LAST-NAME
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            IF ST-PERF-LEVEL NOT NUMERIC
                    OR ST-PERF-LEVEL < 1 OR ST-PERF-LEVEL > 4
                MOVE SPACES TO WS-EXCEPT-REASON
                STRING "BAD PERFORMANCE LEVEL - " ST-LAST-NAME
                       DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ROW-OK.

        MATCH-STUDENT.
      *     our id first; the birth date must agree, so a mis-keyed
      *     id at the state cannot post to somebody else
            MOVE SPACES TO WS-MATCH-ID
            IF ST-STUDENT-ID NOT = SPACES
                MOVE ST-STUDENT-ID TO SM-STUDENT-ID
                READ STUDENT-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SM-BIRTH-DATE = ST-BIRTH-DATE
                            MOVE SM-STUDENT-ID TO WS-MATCH-ID
                            MOVE "I" TO WS-MATCHED-BY
                        END-IF
                END-READ
            END-IF
            IF WS-MATCH-ID NOT = SPACES
                EXIT PARAGRAPH
            END-IF

            PERFORM MATCH-BY-NAME
            EVALUATE TRUE
                WHEN WS-BIRTH-MATCHES = 1
                    MOVE WS-BIRTH-MATCH-ID TO WS-MATCH-ID
                WHEN WS-BIRTH-MATCHES > 1 AND WS-LAST-MATCHES = 1
                    MOVE WS-LAST-MATCH-ID TO WS-MATCH-ID
                WHEN WS-BIRTH-MATCHES > 1
                    MOVE SPACES TO WS-EXCEPT-REASON
                    STRING "AMBIGUOUS NAME - " ST-FIRST-NAME
                           " " ST-LAST-NAME
                           DELIMITED BY SIZE INTO WS-EXCEPT-REASON
                WHEN OTHER
                    MOVE SPACES TO WS-EXCEPT-REASON
                    STRING "NO STUDENT MATCH - " ST-FIRST-NAME
                           " " ST-LAST-NAME
                           DELIMITED BY SIZE INTO WS-EXCEPT-REASON
            END-EVALUATE
            IF WS-MATCH-ID NOT = SPACES
                MOVE "N" TO WS-MATCHED-BY
                ADD 1 TO WS-BY-NAME-COUNT
            END-IF.

        MATCH-BY-NAME.
      *     every student filed under the same five-character first
      *     name whose birth date agrees is a candidate
            MOVE ZERO TO WS-BIRTH-MATCHES
            MOVE ZERO TO WS-LAST-MATCHES
            MOVE ST-FIRST-NAME(1:5) TO WS-FIRST-KEY
            MOVE WS-FIRST-KEY TO SM-NAME
            START STUDENT-MASTER KEY = SM-NAME
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-NAME-EOF
            PERFORM UNTIL WS-NAME-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-NAME-EOF
                    NOT AT END
                        IF SM-NAME NOT = WS-FIRST-KEY
                            MOVE "Y" TO WS-NAME-EOF
                        ELSE
                            IF SM-BIRTH-DATE = ST-BIRTH-DATE
                                ADD 1 TO WS-BIRTH-MATCHES
                                MOVE SM-STUDENT-ID
                                    TO WS-BIRTH-MATCH-ID
                                PERFORM CHECK-LAST-NAME
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-LAST-NAME.
            IF WS-NAME-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO SN-STUDENT-ID
            READ STUDENT-NAME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SN-NAME TO PERSON-NAME
                    IF LAST-NAME = ST-LAST-NAME(1:9)
                        ADD 1 TO WS-LAST-MATCHES
                        MOVE SM-STUDENT-ID TO WS-LAST-MATCH-ID
                    END-IF
            END-READ.

        APPLY-ROW.
      *     load the score, replacing it when the state has sent a
      *     corrected file and it is loaded again
            MOVE WS-MATCH-ID TO TS-STUDENT-ID
            MOVE ST-SUBJECT TO TS-SUBJECT
            MOVE ST-TEST-YEAR TO TS-TEST-YEAR
            MOVE ST-SCALE-SCORE TO TS-SCALE-SCORE
            MOVE ST-PERF-LEVEL TO TS-BAND
            MOVE WS-MATCHED-BY TO TS-MATCHED-BY
            MOVE WS-TODAY-DATE TO TS-IMPORTED-DATE
            WRITE TEST-SCORE-RECORD
                INVALID KEY
                    REWRITE TEST-SCORE-RECORD
                    ADD 1 TO WS-REPLACED-COUNT
            END-WRITE

            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "APPLIED " TS-STUDENT-ID
                   " " TS-SUBJECT
                   " " TS-TEST-YEAR
                   " SCORE " TS-SCALE-SCORE
                   " BAND " TS-BAND
                   " MATCHED BY " TS-MATCHED-BY
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE
            ADD 1 TO WS-APPLIED-COUNT.

        REJECT-ROW.
            MOVE SPACES TO IMPORT-RPT-LINE
            STRING "REJECTED " ST-STUDENT-ID
                   " " ST-SUBJECT
                   " " WS-EXCEPT-REASON
                   DELIMITED BY SIZE INTO IMPORT-RPT-LINE
            WRITE IMPORT-RPT-LINE
            ADD 1 TO WS-REJECT-COUNT
            PERFORM LOG-EXCEPTION.

        LOG-EXCEPTION.
      *     append to the shared EXCEPTION-SUMMARY.DAT - see
      *     CIRCUMFERENCE's LOG-EXCEPTION for the shared idea
            OPEN EXTEND EXCEPTION-SUMMARY
            IF WS-EXCEPT-STATUS = "05" OR WS-EXCEPT-STATUS = "35"
                CLOSE EXCEPTION-SUMMARY
                OPEN OUTPUT EXCEPTION-SUMMARY
            END-IF

            MOVE "TEST-SCORE-IMPORT" TO EX-PROGRAM
            MOVE WS-TODAY-TIMESTAMP TO EX-TIMESTAMP
            MOVE WS-EXCEPT-REASON TO EX-REASON
            MOVE "N" TO EX-STATUS
            MOVE SPACES TO EX-ACK-OPERATOR EX-ACK-NOTE
            WRITE EXCEPTION-RECORD
            CLOSE EXCEPTION-SUMMARY.

            END PROGRAM TEST-SCORE-IMPORT.

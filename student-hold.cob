      * STUDENT-HOLD - the shared student-hold service. Offices put
      * a stop on a student through one file instead of each keeping
      * a list of its own: the bursar for an unpaid balance, the
      * library for a textbook not back, the nurse for missing
      * shots, the registrar and the dean for their own reasons.
      * The callers that place and release holds as their own work
      * happens (TUITION-BILLING, TEXTBOOK-TRACKING,
      * HEALTH-COMPLIANCE) and the ones that have to honor them
      * (TRANSCRIPT-PRINT, REPORT-CARD-PRINT, ENROLLMENT-ENTRY,
      * GRADUATION-PROCESSING) all come through here, so what a hold
      * type blocks is decided in one place - HOLD-TYPE-TABLE.cpy.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STUDENT-HOLD.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-HOLD-FILE ASSIGN TO "STUDENT-HOLD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-HOLD-FILE.
            COPY "STUDENT-HOLD-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-HOLD-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TIMESTAMP          PIC X(21).
        01 WS-TYPE-IDX           PIC 9(2).
        01 WS-BLOCK-IDX          PIC 9.
        01 WS-TYPE-FOUND         PIC X.
        01 WS-TYPE-BLOCKS        PIC X.

        COPY "HOLD-TYPE-TABLE.cpy".

        LINKAGE SECTION.
            COPY "STUDENT-HOLD-PARAMS.cpy".

        PROCEDURE DIVISION USING STUDENT-HOLD-PARAMS.
            MOVE "N" TO SHP-RESULT
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            EVALUATE SHP-FUNCTION
                WHEN "Q"
                    PERFORM QUERY-HOLDS
                WHEN "P"
                    PERFORM PLACE-HOLD
                WHEN "R"
                    PERFORM RELEASE-HOLD
            END-EVALUATE
            GOBACK.

        QUERY-HOLDS.
            MOVE SPACES TO SHP-HOLD-TYPE SHP-OFFICE SHP-REASON
      *     no hold file yet means nobody is held
            OPEN INPUT STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SHP-STUDENT-ID TO HD-STUDENT-ID
            MOVE LOW-VALUES TO HD-HOLD-TYPE
            START STUDENT-HOLD-FILE KEY >= HD-HOLD-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF HD-STUDENT-ID NOT = SHP-STUDENT-ID
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM JUDGE-ONE-HOLD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-HOLD-FILE.

        JUDGE-ONE-HOLD.
            IF HD-STATUS NOT = "A"
                EXIT PARAGRAPH
            END-IF
            MOVE HD-HOLD-TYPE TO SHP-HOLD-TYPE
            PERFORM FIND-HOLD-TYPE
      *     a type since taken off the table still holds - the
      *     office that placed it has to release it
            MOVE "Y" TO WS-TYPE-BLOCKS
            IF WS-TYPE-FOUND = "Y"
                MOVE "N" TO WS-TYPE-BLOCKS
                PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                        UNTIL WS-BLOCK-IDX > 4
                    IF HT-BLOCKS(WS-TYPE-IDX)(WS-BLOCK-IDX:1)
                            = SHP-BLOCK
                        MOVE "Y" TO WS-TYPE-BLOCKS
                    END-IF
                END-PERFORM
            END-IF
            IF WS-TYPE-BLOCKS = "Y"
                MOVE "Y" TO SHP-RESULT
                MOVE HD-OFFICE TO SHP-OFFICE
                MOVE HD-REASON TO SHP-REASON
                MOVE "Y" TO WS-EOF
            ELSE
                MOVE SPACES TO SHP-HOLD-TYPE
            END-IF.

        FIND-HOLD-TYPE.
      *     SHP-HOLD-TYPE in; WS-TYPE-FOUND Y with WS-TYPE-IDX on it
            MOVE "N" TO WS-TYPE-FOUND
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > HOLD-TYPE-COUNT
                IF HT-TYPE(WS-TYPE-IDX) = SHP-HOLD-TYPE
                    MOVE "Y" TO WS-TYPE-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM.

        OPEN-HOLD-FILE.
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS = "35"
                OPEN OUTPUT STUDENT-HOLD-FILE
                CLOSE STUDENT-HOLD-FILE
                OPEN I-O STUDENT-HOLD-FILE
            END-IF.

        PLACE-HOLD.
            PERFORM FIND-HOLD-TYPE
            IF WS-TYPE-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE HT-OFFICE(WS-TYPE-IDX) TO SHP-OFFICE
            IF SHP-REASON = SPACES
                MOVE HT-DESCRIPTION(WS-TYPE-IDX) TO SHP-REASON
            END-IF

            PERFORM OPEN-HOLD-FILE
            MOVE SHP-STUDENT-ID TO HD-STUDENT-ID
            MOVE SHP-HOLD-TYPE TO HD-HOLD-TYPE
            READ STUDENT-HOLD-FILE
                INVALID KEY
                    PERFORM FILL-NEW-HOLD
                    WRITE STUDENT-HOLD-RECORD
                NOT INVALID KEY
                    IF HD-STATUS = "A"
                        MOVE SHP-REASON TO HD-REASON
                    ELSE
                        PERFORM FILL-NEW-HOLD
                    END-IF
                    REWRITE STUDENT-HOLD-RECORD
            END-READ
            CLOSE STUDENT-HOLD-FILE
            MOVE "Y" TO SHP-RESULT.

        FILL-NEW-HOLD.
            MOVE SHP-REASON TO HD-REASON
            MOVE SHP-OFFICE TO HD-OFFICE
            MOVE WS-TIMESTAMP(1:8) TO HD-PLACED-DATE
            MOVE SHP-OPERATOR TO HD-PLACED-BY
            MOVE ZERO TO HD-RELEASE-DATE
            MOVE SPACES TO HD-RELEASED-BY
            MOVE "A" TO HD-STATUS.

        RELEASE-HOLD.
            OPEN I-O STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SHP-STUDENT-ID TO HD-STUDENT-ID
            MOVE SHP-HOLD-TYPE TO HD-HOLD-TYPE
            READ STUDENT-HOLD-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF HD-STATUS = "A"
                        MOVE WS-TIMESTAMP(1:8) TO HD-RELEASE-DATE
                        MOVE SHP-OPERATOR TO HD-RELEASED-BY
                        MOVE "R" TO HD-STATUS
                        REWRITE STUDENT-HOLD-RECORD
                        MOVE HD-OFFICE TO SHP-OFFICE
                        MOVE "Y" TO SHP-RESULT
                    END-IF
            END-READ
            CLOSE STUDENT-HOLD-FILE.

        END PROGRAM STUDENT-HOLD.

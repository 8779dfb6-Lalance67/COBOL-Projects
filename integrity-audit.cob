      * INTEGRITY-AUDIT - the nightly cross-file check that runs
      * right behind FILE-HEALTH-VERIFY. The verifier proves each
      * file opens and reads clean on its own; this program proves
      * the files still agree with one another: every work-order
      * line has its order header and every header's line count is
      * true, every enrollment names a student and a course that
      * exist and every section's enrolled count matches its
      * enrollments, the bins of each part add up to its on-hand,
      * every AR open item came from a registered invoice, and the
      * serial numbers and lot lines name real parts. Breaks go to
      * INTEGRITY-AUDIT-RPT.DAT as SEVERE (an orphan - a record
      * pointing at something that is not there) or WARNING (a
      * count or total out of step, put right by hand). A severe
      * break raises BAD-FILE-FLAG.DAT the same way the verifier
      * does, so END-OF-DAY stops before posting on top of it; a
      * warning is reported and the chain goes on. Never clears a
      * flag the verifier raised. Called by END-OF-DAY, so it ends
      * with GOBACK rather than STOP RUN.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTEGRITY-AUDIT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORK-ORDER ASSIGN TO "WORK-ORDER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

            SELECT WORK-ORDER-LINE ASSIGN TO "WORK-ORDER-LINE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOL-LINE-KEY
                FILE STATUS IS WS-LINE-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-COURSE-CODE
                FILE STATUS IS WS-COURSE-STATUS.

            SELECT COURSE-SECTION ASSIGN TO "COURSE-SECTION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CS-SECTION-KEY
                FILE STATUS IS WS-SECTION-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-PARTS-STATUS.

            SELECT PART-LOCATION ASSIGN TO "PART-LOCATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PL-LOCATION-KEY
                FILE STATUS IS WS-LOCATION-STATUS.

            SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AR-INVOICE-NO
                FILE STATUS IS WS-AR-STATUS.

            SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.

            SELECT SERIAL-NUMBER ASSIGN TO "SERIAL-NUMBER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SR-SERIAL-NO
                FILE STATUS IS WS-SERIAL-STATUS.

            SELECT LOT-DETAIL ASSIGN TO "LOT-DETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DETAIL-STATUS.

            SELECT ENROLL-SORT ASSIGN TO "ENROLL-SORT.TMP".

            SELECT INVOICE-SORT ASSIGN TO "INVOICE-SORT.TMP".

            SELECT AUDIT-RPT ASSIGN TO "INTEGRITY-AUDIT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

            SELECT BAD-FILE-FLAG ASSIGN TO "BAD-FILE-FLAG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FLAG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-LINE.
            COPY "WORK-ORDER-LINE-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  COURSE-MASTER.
            COPY "COURSE-RECORD.cpy".

        FD  COURSE-SECTION.
            COPY "COURSE-SECTION-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  PART-LOCATION.
            COPY "PART-LOCATION-RECORD.cpy".

        FD  AR-LEDGER.
            COPY "AR-OPEN-ITEM-RECORD.cpy".

        FD  INVOICE-REGISTER.
            COPY "INVOICE-REGISTER-RECORD.cpy".

        FD  SERIAL-NUMBER.
            COPY "SERIAL-NUMBER-RECORD.cpy".

        FD  LOT-DETAIL.
            COPY "LOT-DETAIL-RECORD.cpy".

      * one active, sectioned enrollment - sorted into section-key
      * order so the counts merge against COURSE-SECTION
        SD  ENROLL-SORT.
        01  ENROLL-SORT-RECORD.
            05 ES-SECTION-KEY.
                10 ES-COURSE-CODE    PIC X(6).
                10 ES-TERM           PIC X(5).
                10 ES-SECTION-NO     PIC 9(2).
            05 ES-STUDENT-ID         PIC X(6).

      * one registered invoice number - the register is appended
      * in run order, so it is sorted to merge against AR-LEDGER
        SD  INVOICE-SORT.
        01  INVOICE-SORT-RECORD.
            05 IS-INVOICE-NO         PIC 9(8).

        FD  AUDIT-RPT.
        01  AUDIT-RPT-LINE          PIC X(80).

        FD  BAD-FILE-FLAG.
        01  BAD-FILE-FLAG-RECORD    PIC X(3).

        WORKING-STORAGE SECTION.
      * detail lines printed per check before the rest are only
      * counted - one bad load can break thousands of records
        78 AUDIT-DETAIL-LIMIT    VALUE 25.

        01 WS-ORDER-STATUS       PIC XX.
        01 WS-LINE-STATUS        PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 WS-SECTION-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-PARTS-STATUS       PIC XX.
        01 WS-LOCATION-STATUS    PIC XX.
        01 WS-AR-STATUS          PIC XX.
        01 WS-REGISTER-STATUS    PIC XX.
        01 WS-SERIAL-STATUS      PIC XX.
        01 WS-DETAIL-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-FLAG-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-RUN-TIMESTAMP      PIC X(21).
      * masters looked up by key - opened Y/N, and whether the last
      * lookup found its record
        01 WS-STUDENT-OPEN       PIC X.
        01 WS-COURSE-OPEN        PIC X.
        01 WS-PARTS-OPEN         PIC X.
        01 WS-LINES-OPEN         PIC X.
        01 WS-FOUND              PIC X.
        01 WS-SEVERE-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-WARNING-COUNT      PIC 9(5) VALUE ZERO.

      * the check under way and what it has found so far
        01 WS-CHECK-NAME         PIC X(24).
        01 WS-CHECK-READ         PIC 9(7).
        01 WS-CHECK-BREAKS       PIC 9(5).
        01 WS-CHECK-SKIPPED      PIC X.
      *     S = severe (orphan), W = warning (count out of step)
        01 WS-BREAK-LEVEL        PIC X.
        01 WS-BREAK-TEXT         PIC X(68).
        01 WS-UNLISTED           PIC 9(5).
        01 WS-READ-DISP          PIC ZZZZZZ9.
        01 WS-BREAKS-DISP        PIC ZZZZ9.
        01 WS-QTY-DISP           PIC ZZZZZZ9.
        01 WS-QTY2-DISP          PIC ZZZZZZ9.

      * control-break fields for the grouped passes
        01 WS-LAST-ORDER         PIC 9(8).
        01 WS-LINE-TALLY         PIC 9(5).
        01 WS-LAST-PART          PIC X(6).
        01 WS-BIN-TOTAL          PIC 9(7).
        01 WS-LAST-LOT           PIC 9(6).
        01 WS-CS-KEY             PIC X(13).
        01 WS-ES-KEY             PIC X(13).
        01 WS-GROUP-KEY          PIC X(13).
        01 WS-ENROLL-TALLY       PIC 9(5).
        01 WS-LAST-INVOICE       PIC 9(8).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP

            OPEN OUTPUT AUDIT-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO AUDIT-RPT-LINE
                WRITE AUDIT-RPT-LINE
            END-IF
            MOVE SPACES TO AUDIT-RPT-LINE
            STRING "CROSS-FILE INTEGRITY AUDIT - RUN DATE: "
                   WS-RUN-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE

            PERFORM CHECK-ORDER-LINES
            PERFORM CHECK-ORDER-COUNTS
            PERFORM CHECK-ENROLLMENTS
            PERFORM CHECK-BIN-TOTALS
            PERFORM CHECK-AR-INVOICES
            PERFORM CHECK-SERIAL-PARTS
            PERFORM CHECK-LOT-PARTS

            MOVE SPACES TO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE
            MOVE SPACES TO AUDIT-RPT-LINE
            STRING "SEVERE BREAKS: " WS-SEVERE-COUNT
                   "   WARNINGS: " WS-WARNING-COUNT
                   DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE
            CLOSE AUDIT-RPT

            IF WS-SEVERE-COUNT > ZERO
                PERFORM RAISE-BAD-FILE-FLAG
            END-IF

            DISPLAY "INTEGRITY AUDIT COMPLETE - SEVERE: "
                WS-SEVERE-COUNT " WARNINGS: " WS-WARNING-COUNT

            GOBACK.

        RAISE-BAD-FILE-FLAG.
      *     only ever raises the flag - an OK from the verifier is
      *     overwritten, a BAD from it is left standing
            OPEN OUTPUT BAD-FILE-FLAG
            MOVE "BAD" TO BAD-FILE-FLAG-RECORD
            WRITE BAD-FILE-FLAG-RECORD
            CLOSE BAD-FILE-FLAG.

        START-CHECK.
            MOVE ZERO TO WS-CHECK-READ WS-CHECK-BREAKS
            MOVE "N" TO WS-CHECK-SKIPPED
            MOVE SPACES TO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE
            MOVE SPACES TO AUDIT-RPT-LINE
            STRING WS-CHECK-NAME
                   DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE.

        REPORT-BREAK.
      *     count every break, print the first few of each check
            ADD 1 TO WS-CHECK-BREAKS
            IF WS-BREAK-LEVEL = "S"
                ADD 1 TO WS-SEVERE-COUNT
            ELSE
                ADD 1 TO WS-WARNING-COUNT
            END-IF
            IF WS-CHECK-BREAKS > AUDIT-DETAIL-LIMIT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO AUDIT-RPT-LINE
            IF WS-BREAK-LEVEL = "S"
                STRING "  SEVERE  " WS-BREAK-TEXT
                       DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            ELSE
                STRING "  WARNING " WS-BREAK-TEXT
                       DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            END-IF
            WRITE AUDIT-RPT-LINE.

        REPORT-FILE-MISSING.
      *     a file never yet created has nothing to disagree with;
      *     one that is there but will not open is an orphan risk
      *     in itself and counts severe
            MOVE "Y" TO WS-CHECK-SKIPPED
            MOVE SPACES TO AUDIT-RPT-LINE
            STRING "  NOT CHECKED - " WS-BREAK-TEXT
                   DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE.

        REPORT-OPEN-FAILURE.
            MOVE "Y" TO WS-CHECK-SKIPPED
            MOVE "S" TO WS-BREAK-LEVEL
            PERFORM REPORT-BREAK.

        END-CHECK.
            IF WS-CHECK-BREAKS > AUDIT-DETAIL-LIMIT
                COMPUTE WS-UNLISTED =
                    WS-CHECK-BREAKS - AUDIT-DETAIL-LIMIT
                MOVE WS-UNLISTED TO WS-BREAKS-DISP
                MOVE SPACES TO AUDIT-RPT-LINE
                STRING "  ... AND " WS-BREAKS-DISP
                       " MORE NOT LISTED"
                       DELIMITED BY SIZE INTO AUDIT-RPT-LINE
                WRITE AUDIT-RPT-LINE
            END-IF
            IF WS-CHECK-SKIPPED = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHECK-READ TO WS-READ-DISP
            MOVE WS-CHECK-BREAKS TO WS-BREAKS-DISP
            MOVE SPACES TO AUDIT-RPT-LINE
            STRING "  RECORDS CHECKED " WS-READ-DISP
                   "   BREAKS " WS-BREAKS-DISP
                   DELIMITED BY SIZE INTO AUDIT-RPT-LINE
            WRITE AUDIT-RPT-LINE.

      *----------------------------------------------------------------
      * work-order lines against their headers. Lines are keyed by
      * order first, so each order's lines read together: a group
      * with no header is an orphan, a header whose WO-LINE-COUNT
      * differs from the group is out of step.
      *----------------------------------------------------------------
        CHECK-ORDER-LINES.
            MOVE "WORK-ORDER LINES" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT WORK-ORDER-LINE
            IF WS-LINE-STATUS = "35"
                MOVE "WORK-ORDER-LINE.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-LINE-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "WORK-ORDER-LINE.DAT OPEN FAILED - STATUS "
                       WS-LINE-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "WORK-ORDER.DAT OPEN FAILED - STATUS "
                       WS-ORDER-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                CLOSE WORK-ORDER-LINE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-LAST-ORDER WS-LINE-TALLY
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-LINE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        IF WOL-ORDER-NO NOT = WS-LAST-ORDER
                            PERFORM CHECK-ORDER-HEADER
                            MOVE WOL-ORDER-NO TO WS-LAST-ORDER
                            MOVE ZERO TO WS-LINE-TALLY
                        END-IF
                        ADD 1 TO WS-LINE-TALLY
                END-READ
            END-PERFORM
            PERFORM CHECK-ORDER-HEADER

            CLOSE WORK-ORDER
            CLOSE WORK-ORDER-LINE
            PERFORM END-CHECK.

        CHECK-ORDER-HEADER.
            IF WS-LINE-TALLY = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LAST-ORDER TO WO-ORDER-NO
            READ WORK-ORDER
                INVALID KEY
                    MOVE WS-LINE-TALLY TO WS-QTY-DISP
                    MOVE SPACES TO WS-BREAK-TEXT
                    STRING "ORDER " WS-LAST-ORDER " HAS"
                           WS-QTY-DISP " LINE(S) - NO WORK-ORDER"
                           " HEADER"
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                    MOVE "S" TO WS-BREAK-LEVEL
                    PERFORM REPORT-BREAK
                NOT INVALID KEY
                    IF WO-LINE-COUNT NOT NUMERIC
                            OR WO-LINE-COUNT NOT = WS-LINE-TALLY
                        MOVE WS-LINE-TALLY TO WS-QTY-DISP
                        MOVE SPACES TO WS-BREAK-TEXT
                        IF WO-LINE-COUNT NUMERIC
                            MOVE WO-LINE-COUNT TO WS-QTY2-DISP
                            STRING "ORDER " WS-LAST-ORDER
                                   " LINE COUNT" WS-QTY2-DISP
                                   " - LINES ON FILE" WS-QTY-DISP
                                   DELIMITED BY SIZE
                                   INTO WS-BREAK-TEXT
                        ELSE
                            STRING "ORDER " WS-LAST-ORDER
                                   " LINE COUNT NOT NUMERIC"
                                   " - LINES ON FILE" WS-QTY-DISP
                                   DELIMITED BY SIZE
                                   INTO WS-BREAK-TEXT
                        END-IF
                        MOVE "W" TO WS-BREAK-LEVEL
                        PERFORM REPORT-BREAK
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * the other direction: a header that counts lines but has
      * none on file at all never shows up in the line pass above
      *----------------------------------------------------------------
        CHECK-ORDER-COUNTS.
            MOVE "WORK-ORDER LINE COUNTS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT WORK-ORDER
            IF WS-ORDER-STATUS = "35"
                MOVE "WORK-ORDER.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-ORDER-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "WORK-ORDER.DAT OPEN FAILED - STATUS "
                       WS-ORDER-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT WORK-ORDER-LINE
            MOVE "N" TO WS-LINES-OPEN
            IF WS-LINE-STATUS = "00"
                MOVE "Y" TO WS-LINES-OPEN
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        IF WO-LINE-COUNT NUMERIC
                                AND WO-LINE-COUNT > ZERO
                            PERFORM CHECK-ORDER-HAS-LINES
                        END-IF
                END-READ
            END-PERFORM

            CLOSE WORK-ORDER
            IF WS-LINES-OPEN = "Y"
                CLOSE WORK-ORDER-LINE
            END-IF
            PERFORM END-CHECK.

        CHECK-ORDER-HAS-LINES.
            IF WS-LINES-OPEN = "Y"
                MOVE WO-ORDER-NO TO WOL-ORDER-NO
                MOVE ZERO TO WOL-LINE-NO
                START WORK-ORDER-LINE
                    KEY IS NOT LESS THAN WOL-LINE-KEY
                    INVALID KEY
                        MOVE ZERO TO WOL-ORDER-NO
                    NOT INVALID KEY
                        READ WORK-ORDER-LINE NEXT RECORD
                            AT END
                                MOVE ZERO TO WOL-ORDER-NO
                        END-READ
                END-START
                IF WOL-ORDER-NO = WO-ORDER-NO
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WO-LINE-COUNT TO WS-QTY-DISP
            MOVE SPACES TO WS-BREAK-TEXT
            STRING "ORDER " WO-ORDER-NO " LINE COUNT" WS-QTY-DISP
                   " - NO LINES ON FILE"
                   DELIMITED BY SIZE INTO WS-BREAK-TEXT
            MOVE "W" TO WS-BREAK-LEVEL
            PERFORM REPORT-BREAK.

      *----------------------------------------------------------------
      * enrollments against the student and course masters, then
      * each section's CS-ENROLLED against the active enrollments
      * that name it. ENROLLMENT is keyed by student, so the
      * sectioned ones are sorted into section order on the way
      * through and merged against COURSE-SECTION.
      *----------------------------------------------------------------
        CHECK-ENROLLMENTS.
            MOVE "ENROLLMENT LINKS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS = "35"
                MOVE "ENROLLMENT.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-ENROLL-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "ENROLLMENT.DAT OPEN FAILED - STATUS "
                       WS-ENROLL-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            CLOSE ENROLLMENT

            SORT ENROLL-SORT
                ON ASCENDING KEY ES-SECTION-KEY ES-STUDENT-ID
                INPUT PROCEDURE IS SELECT-ENROLLMENTS
                OUTPUT PROCEDURE IS MERGE-SECTION-COUNTS.

        SELECT-ENROLLMENTS.
            OPEN INPUT ENROLLMENT
            OPEN INPUT STUDENT-MASTER
            MOVE "N" TO WS-STUDENT-OPEN
            IF WS-STUDENT-STATUS = "00"
                MOVE "Y" TO WS-STUDENT-OPEN
            END-IF
            OPEN INPUT COURSE-MASTER
            MOVE "N" TO WS-COURSE-OPEN
            IF WS-COURSE-STATUS = "00"
                MOVE "Y" TO WS-COURSE-OPEN
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        PERFORM CHECK-ONE-ENROLLMENT
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT
            IF WS-STUDENT-OPEN = "Y"
                CLOSE STUDENT-MASTER
            END-IF
            IF WS-COURSE-OPEN = "Y"
                CLOSE COURSE-MASTER
            END-IF
            PERFORM END-CHECK.

        CHECK-ONE-ENROLLMENT.
            MOVE "N" TO WS-FOUND
            MOVE EN-STUDENT-ID TO SM-STUDENT-ID
            IF WS-STUDENT-OPEN = "Y"
                READ STUDENT-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-FOUND
                END-READ
            END-IF
            IF WS-FOUND = "N"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "ENROLLMENT " EN-STUDENT-ID "/" EN-COURSE-CODE
                       " - STUDENT NOT ON STUDENT-MASTER"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                MOVE "S" TO WS-BREAK-LEVEL
                PERFORM REPORT-BREAK
            END-IF

            MOVE "N" TO WS-FOUND
            MOVE EN-COURSE-CODE TO CO-COURSE-CODE
            IF WS-COURSE-OPEN = "Y"
                READ COURSE-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-FOUND
                END-READ
            END-IF
            IF WS-FOUND = "N"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "ENROLLMENT " EN-STUDENT-ID "/" EN-COURSE-CODE
                       " - COURSE NOT ON COURSE-MASTER"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                MOVE "S" TO WS-BREAK-LEVEL
                PERFORM REPORT-BREAK
            END-IF

      *     dropped and withdrawn rows no longer hold a seat, and
      *     rows from before sections were kept carry section zero
            IF (EN-STATUS = "A" OR EN-STATUS = SPACE)
                    AND EN-SECTION-NO NUMERIC
                    AND EN-SECTION-NO > ZERO
                MOVE EN-COURSE-CODE TO ES-COURSE-CODE
                MOVE EN-TERM TO ES-TERM
                MOVE EN-SECTION-NO TO ES-SECTION-NO
                MOVE EN-STUDENT-ID TO ES-STUDENT-ID
                RELEASE ENROLL-SORT-RECORD
            END-IF.

        MERGE-SECTION-COUNTS.
            MOVE "COURSE-SECTION COUNTS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT COURSE-SECTION
            IF WS-SECTION-STATUS = "35"
                MOVE "COURSE-SECTION.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-SECTION-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "COURSE-SECTION.DAT OPEN FAILED - STATUS "
                       WS-SECTION-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-EOF WS-SORT-EOF
            PERFORM READ-NEXT-SECTION
            PERFORM RETURN-NEXT-ENROLLMENT
            PERFORM UNTIL WS-EOF = "Y" AND WS-SORT-EOF = "Y"
                EVALUATE TRUE
                    WHEN WS-CS-KEY < WS-ES-KEY
                        MOVE ZERO TO WS-ENROLL-TALLY
                        PERFORM COMPARE-SECTION-COUNT
                        PERFORM READ-NEXT-SECTION
                    WHEN WS-CS-KEY = WS-ES-KEY
                        PERFORM TALLY-ENROLLMENT-GROUP
                        PERFORM COMPARE-SECTION-COUNT
                        PERFORM READ-NEXT-SECTION
                    WHEN OTHER
                        PERFORM TALLY-ENROLLMENT-GROUP
                        MOVE WS-ENROLL-TALLY TO WS-QTY-DISP
                        MOVE SPACES TO WS-BREAK-TEXT
                        STRING "SECTION " WS-GROUP-KEY(1:6) " "
                               WS-GROUP-KEY(7:5) " "
                               WS-GROUP-KEY(12:2) " HAS"
                               WS-QTY-DISP " ENROLLED - NOT ON"
                               " COURSE-SECTION"
                               DELIMITED BY SIZE INTO WS-BREAK-TEXT
                        MOVE "W" TO WS-BREAK-LEVEL
                        PERFORM REPORT-BREAK
                END-EVALUATE
            END-PERFORM

            CLOSE COURSE-SECTION
            PERFORM END-CHECK.

        READ-NEXT-SECTION.
            READ COURSE-SECTION
                AT END
                    MOVE "Y" TO WS-EOF
                    MOVE HIGH-VALUES TO WS-CS-KEY
                NOT AT END
                    ADD 1 TO WS-CHECK-READ
                    MOVE CS-SECTION-KEY TO WS-CS-KEY
            END-READ.

        RETURN-NEXT-ENROLLMENT.
            RETURN ENROLL-SORT
                AT END
                    MOVE "Y" TO WS-SORT-EOF
                    MOVE HIGH-VALUES TO WS-ES-KEY
                NOT AT END
                    MOVE ES-SECTION-KEY TO WS-ES-KEY
            END-RETURN.

        TALLY-ENROLLMENT-GROUP.
            MOVE WS-ES-KEY TO WS-GROUP-KEY
            MOVE ZERO TO WS-ENROLL-TALLY
            PERFORM UNTIL WS-ES-KEY NOT = WS-GROUP-KEY
                ADD 1 TO WS-ENROLL-TALLY
                PERFORM RETURN-NEXT-ENROLLMENT
            END-PERFORM.

        COMPARE-SECTION-COUNT.
            IF CS-ENROLLED NUMERIC
                    AND CS-ENROLLED = WS-ENROLL-TALLY
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ENROLL-TALLY TO WS-QTY-DISP
            MOVE SPACES TO WS-BREAK-TEXT
            IF CS-ENROLLED NUMERIC
                MOVE CS-ENROLLED TO WS-QTY2-DISP
                STRING "SECTION " CS-COURSE-CODE " " CS-TERM " "
                       CS-SECTION-NO " ENROLLED" WS-QTY2-DISP
                       " - ACTIVE ROWS" WS-QTY-DISP
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
            ELSE
                STRING "SECTION " CS-COURSE-CODE " " CS-TERM " "
                       CS-SECTION-NO " ENROLLED NOT NUMERIC"
                       " - ACTIVE ROWS" WS-QTY-DISP
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
            END-IF
            MOVE "W" TO WS-BREAK-LEVEL
            PERFORM REPORT-BREAK.

      *----------------------------------------------------------------
      * bins against the parts master. Bins are keyed by part
      * first, so each part's bins read together: bins for a part
      * no longer on PARTS-MASTER are orphans, bins that do not add
      * up to PM-QTY-ON-HAND are out of step. A part with no bins
      * at all is not binned and is not checked.
      *----------------------------------------------------------------
        CHECK-BIN-TOTALS.
            MOVE "PART-LOCATION BIN TOTALS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT PART-LOCATION
            IF WS-LOCATION-STATUS = "35"
                MOVE "PART-LOCATION.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-LOCATION-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "PART-LOCATION.DAT OPEN FAILED - STATUS "
                       WS-LOCATION-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-PARTS-MASTER

            MOVE SPACES TO WS-LAST-PART
            MOVE ZERO TO WS-BIN-TOTAL
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PART-LOCATION
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        IF PL-PART-CODE NOT = WS-LAST-PART
                            PERFORM CHECK-PART-BINS
                            MOVE PL-PART-CODE TO WS-LAST-PART
                            MOVE ZERO TO WS-BIN-TOTAL
                        END-IF
                        IF PL-BIN-QTY NUMERIC
                            ADD PL-BIN-QTY TO WS-BIN-TOTAL
                        END-IF
                END-READ
            END-PERFORM
            PERFORM CHECK-PART-BINS

            CLOSE PART-LOCATION
            PERFORM CLOSE-PARTS-MASTER
            PERFORM END-CHECK.

        CHECK-PART-BINS.
            IF WS-LAST-PART = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LAST-PART TO PM-PART-CODE
            PERFORM FIND-PART
            IF WS-FOUND = "N"
                MOVE WS-BIN-TOTAL TO WS-QTY-DISP
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "PART " WS-LAST-PART " BINS HOLD" WS-QTY-DISP
                       " - PART NOT ON PARTS-MASTER"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                MOVE "S" TO WS-BREAK-LEVEL
                PERFORM REPORT-BREAK
                EXIT PARAGRAPH
            END-IF
            IF PM-QTY-ON-HAND NUMERIC
                    AND PM-QTY-ON-HAND = WS-BIN-TOTAL
                EXIT PARAGRAPH
            END-IF
            MOVE WS-BIN-TOTAL TO WS-QTY-DISP
            MOVE SPACES TO WS-BREAK-TEXT
            IF PM-QTY-ON-HAND NUMERIC
                MOVE PM-QTY-ON-HAND TO WS-QTY2-DISP
                STRING "PART " WS-LAST-PART " ON HAND" WS-QTY2-DISP
                       " - BINS TOTAL" WS-QTY-DISP
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
            ELSE
                STRING "PART " WS-LAST-PART " ON HAND NOT NUMERIC"
                       " - BINS TOTAL" WS-QTY-DISP
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
            END-IF
            MOVE "W" TO WS-BREAK-LEVEL
            PERFORM REPORT-BREAK.

      *----------------------------------------------------------------
      * AR open items against the invoice register. Only
      * INVOICE-GENERATE writes an open item, and it registers the
      * invoice in the same run - an item with no register entry
      * is money owed that no invoice accounts for.
      *----------------------------------------------------------------
        CHECK-AR-INVOICES.
            MOVE "AR-LEDGER INVOICES" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT AR-LEDGER
            IF WS-AR-STATUS = "35"
                MOVE "AR-LEDGER.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-AR-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "AR-LEDGER.DAT OPEN FAILED - STATUS "
                       WS-AR-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            CLOSE AR-LEDGER

            SORT INVOICE-SORT
                ON ASCENDING KEY IS-INVOICE-NO
                INPUT PROCEDURE IS SELECT-REGISTERED-INVOICES
                OUTPUT PROCEDURE IS MERGE-AR-INVOICES

            PERFORM END-CHECK.

        SELECT-REGISTERED-INVOICES.
            OPEN INPUT INVOICE-REGISTER
            IF WS-REGISTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ INVOICE-REGISTER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF IR-INVOICE-NO NUMERIC
                            MOVE IR-INVOICE-NO TO IS-INVOICE-NO
                            RELEASE INVOICE-SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVOICE-REGISTER.

        MERGE-AR-INVOICES.
            OPEN INPUT AR-LEDGER
            MOVE "N" TO WS-EOF WS-SORT-EOF
            MOVE ZERO TO WS-LAST-INVOICE
            PERFORM RETURN-NEXT-INVOICE
            PERFORM UNTIL WS-EOF = "Y"
                READ AR-LEDGER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        PERFORM CHECK-ONE-AR-ITEM
                END-READ
            END-PERFORM
            CLOSE AR-LEDGER.

        RETURN-NEXT-INVOICE.
            RETURN INVOICE-SORT
                AT END
                    MOVE "Y" TO WS-SORT-EOF
                    MOVE 99999999 TO WS-LAST-INVOICE
                NOT AT END
                    MOVE IS-INVOICE-NO TO WS-LAST-INVOICE
            END-RETURN.

        CHECK-ONE-AR-ITEM.
            PERFORM UNTIL WS-SORT-EOF = "Y"
                    OR WS-LAST-INVOICE NOT < AR-INVOICE-NO
                PERFORM RETURN-NEXT-INVOICE
            END-PERFORM
            IF WS-LAST-INVOICE = AR-INVOICE-NO
                    AND WS-SORT-EOF NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-BREAK-TEXT
            STRING "AR ITEM " AR-INVOICE-NO " CUSTOMER "
                   AR-CUSTOMER-CODE " STATUS " AR-STATUS
                   " - NOT ON INVOICE-REGISTER"
                   DELIMITED BY SIZE INTO WS-BREAK-TEXT
            MOVE "S" TO WS-BREAK-LEVEL
            PERFORM REPORT-BREAK.

      *----------------------------------------------------------------
      * serial numbers and lot lines against the parts master - a
      * part code that has gone from PARTS-MASTER leaves the unit
      * or lot untraceable to its part, but the history itself is
      * still good, so these are warnings
      *----------------------------------------------------------------
        CHECK-SERIAL-PARTS.
            MOVE "SERIAL-NUMBER PARTS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT SERIAL-NUMBER
            IF WS-SERIAL-STATUS = "35"
                MOVE "SERIAL-NUMBER.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-SERIAL-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "SERIAL-NUMBER.DAT OPEN FAILED - STATUS "
                       WS-SERIAL-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-PARTS-MASTER

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ SERIAL-NUMBER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        MOVE SR-PART-CODE TO PM-PART-CODE
                        PERFORM FIND-PART
                        IF WS-FOUND = "N"
                            MOVE SPACES TO WS-BREAK-TEXT
                            STRING "SERIAL " SR-SERIAL-NO " PART "
                                   SR-PART-CODE
                                   " - PART NOT ON PARTS-MASTER"
                                   DELIMITED BY SIZE
                                   INTO WS-BREAK-TEXT
                            MOVE "W" TO WS-BREAK-LEVEL
                            PERFORM REPORT-BREAK
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SERIAL-NUMBER
            PERFORM CLOSE-PARTS-MASTER
            PERFORM END-CHECK.

        CHECK-LOT-PARTS.
            MOVE "LOT-DETAIL PARTS" TO WS-CHECK-NAME
            PERFORM START-CHECK
            OPEN INPUT LOT-DETAIL
            IF WS-DETAIL-STATUS = "35"
                MOVE "LOT-DETAIL.DAT NOT PRESENT" TO WS-BREAK-TEXT
                PERFORM REPORT-FILE-MISSING
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            IF WS-DETAIL-STATUS NOT = "00"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "LOT-DETAIL.DAT OPEN FAILED - STATUS "
                       WS-DETAIL-STATUS
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-OPEN-FAILURE
                PERFORM END-CHECK
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-PARTS-MASTER

      *     a lot's lines are written together, so one missing
      *     part is reported once per lot rather than once per unit
            MOVE ZERO TO WS-LAST-LOT
            MOVE SPACES TO WS-LAST-PART
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ LOT-DETAIL
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-CHECK-READ
                        IF LD-LOT-NUMBER NOT = WS-LAST-LOT
                                OR LD-PART-CODE NOT = WS-LAST-PART
                            MOVE LD-LOT-NUMBER TO WS-LAST-LOT
                            MOVE LD-PART-CODE TO WS-LAST-PART
                            PERFORM CHECK-LOT-PART
                        END-IF
                END-READ
            END-PERFORM

            CLOSE LOT-DETAIL
            PERFORM CLOSE-PARTS-MASTER
            PERFORM END-CHECK.

        CHECK-LOT-PART.
            MOVE LD-PART-CODE TO PM-PART-CODE
            PERFORM FIND-PART
            IF WS-FOUND = "N"
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "LOT " LD-LOT-NUMBER " PART " LD-PART-CODE
                       " - PART NOT ON PARTS-MASTER"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                MOVE "W" TO WS-BREAK-LEVEL
                PERFORM REPORT-BREAK
            END-IF.

        OPEN-PARTS-MASTER.
            OPEN INPUT PARTS-MASTER
            MOVE "N" TO WS-PARTS-OPEN
            IF WS-PARTS-STATUS = "00"
                MOVE "Y" TO WS-PARTS-OPEN
            END-IF.

        FIND-PART.
      *     a master that would not open finds nothing
            MOVE "N" TO WS-FOUND
            IF WS-PARTS-OPEN = "Y"
                READ PARTS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-FOUND
                END-READ
            END-IF.

        CLOSE-PARTS-MASTER.
            IF WS-PARTS-OPEN = "Y"
                CLOSE PARTS-MASTER
            END-IF.

            END PROGRAM INTEGRITY-AUDIT.

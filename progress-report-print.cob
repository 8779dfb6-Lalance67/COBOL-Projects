      * PROGRESS-REPORT-PRINT - the mid-term progress report for the
      * guardians, a page per student out of the instructor
      * gradebooks (GRADEBOOK-ENTRY) before anything is final. For
      * each of the term's active ENROLLMENT lines whose section
      * keeps a gradebook it prints the running weighted average
      * and letter as of the run date, worked out by the shared
      * GRADEBOOK-CALC the same way the instructor sees it, and
      * lists every assignment past due with no score (or marked
      * missing) so the family can see what is owed. The page is
      * addressed to the guardians on STUDENT-CONTACT in priority
      * order for a window envelope. The operator can limit the run
      * to students with missing work. Output goes to
      * PROGRESS-REPORT.DAT for the line printer.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRESS-REPORT-PRINT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-COURSE-CODE
                FILE STATUS IS WS-COURSE-STATUS.

            SELECT STUDENT-CONTACT ASSIGN TO "STUDENT-CONTACT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-CONTACT-KEY
                FILE STATUS IS WS-CONTACT-STATUS.

            SELECT PROGRESS-REPORT ASSIGN TO "PROGRESS-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRINT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  COURSE-MASTER.
            COPY "COURSE-RECORD.cpy".

        FD  STUDENT-CONTACT.
            COPY "STUDENT-CONTACT-RECORD.cpy".

        FD  PROGRESS-REPORT.
        01  PROGRESS-REPORT-LINE    PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 WS-CONTACT-STATUS     PIC XX.
        01 WS-PRINT-STATUS       PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-ASK-TERM           PIC X(5).
        01 WS-AS-OF-DATE         PIC 9(8).
        01 WS-MISSING-ONLY       PIC X.
        01 WS-REPORT-COUNT       PIC 9(4) VALUE ZERO.
        01 WS-NO-GUARDIAN-COUNT  PIC 9(4) VALUE ZERO.
        01 WS-MISSING-TOTAL      PIC 9(5) VALUE ZERO.
        01 WS-STUDENT-MISSING    PIC 9(4).
        01 WS-GUARDIAN-COUNT     PIC 9.
        01 WS-AVERAGE-DISP       PIC ZZ9.9.
        01 WS-COUNT-DISP         PIC ZZ9.
        01 WS-DUE-DISP           PIC 9999/99/99.

      * the student's gradebook courses for the term, worked out
      * once and then printed - a student only gets a page when
      * there is something to say
        78 COURSE-MAX            VALUE 12.
        01 WS-PL-COUNT           PIC 9(2).
        01 WS-PL-TABLE.
            05 WS-PL-ENTRY OCCURS 12 TIMES.
                10 WS-PL-COURSE      PIC X(6).
                10 WS-PL-SECTION     PIC 9(2).
                10 WS-PL-RESULT      PIC X.
                10 WS-PL-AVERAGE     PIC 9(3)V9.
                10 WS-PL-LETTER      PIC X(2).
                10 WS-PL-MISSING     PIC 9(3).
                10 WS-PL-MISS OCCURS 20 TIMES.
                    15 WS-PL-MISS-NO     PIC 9(3).
                    15 WS-PL-MISS-DESC   PIC X(20).
                    15 WS-PL-MISS-DUE    PIC 9(8).
        01 WS-PL-IDX             PIC 9(2).
        01 WS-MISS-IDX           PIC 9(2).
        01 WS-MISS-SHOWN         PIC 9(3).

        COPY "GRADEBOOK-CALC-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            DISPLAY "PROGRESS REPORTS - TERM (E.G. 2026F):"
            ACCEPT WS-ASK-TERM
            DISPLAY "AS OF DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-AS-OF-DATE
            DISPLAY "ONLY STUDENTS WITH MISSING WORK (Y/N):"
            ACCEPT WS-MISSING-ONLY
            IF WS-MISSING-ONLY = "y"
                MOVE "Y" TO WS-MISSING-ONLY
            END-IF
            DISPLAY ""
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            IF WS-AS-OF-DATE = ZERO
                MOVE WS-RUN-TIMESTAMP(1:8) TO WS-AS-OF-DATE
            END-IF

            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                GOBACK
            END-IF
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
                DISPLAY "ENROLLMENT NOT AVAILABLE - STATUS "
                    WS-ENROLL-STATUS
                CLOSE STUDENT-MASTER
                GOBACK
            END-IF
            OPEN INPUT COURSE-MASTER
            OPEN INPUT STUDENT-CONTACT
            OPEN OUTPUT PROGRESS-REPORT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO PROGRESS-REPORT-LINE
                WRITE PROGRESS-REPORT-LINE
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-REPORT
                END-READ
            END-PERFORM

            CLOSE STUDENT-MASTER
            CLOSE ENROLLMENT
            IF WS-COURSE-STATUS = "00"
                CLOSE COURSE-MASTER
            END-IF
            IF WS-CONTACT-STATUS = "00" OR WS-CONTACT-STATUS = "10"
                    OR WS-CONTACT-STATUS = "23"
                CLOSE STUDENT-CONTACT
            END-IF
            CLOSE PROGRESS-REPORT

            DISPLAY "PROGRESS REPORTS WRITTEN: " WS-REPORT-COUNT
            DISPLAY "MISSING ASSIGNMENTS LISTED: " WS-MISSING-TOTAL
            IF WS-NO-GUARDIAN-COUNT > ZERO
                DISPLAY "REPORTS WITH NO GUARDIAN ON STUDENT-CONTACT: "
                    WS-NO-GUARDIAN-COUNT " - ADDRESS BY HAND"
            END-IF
            GOBACK.

        PRINT-ONE-REPORT.
            MOVE ZERO TO WS-PL-COUNT WS-STUDENT-MISSING
            PERFORM GATHER-TERM-COURSES
            IF WS-PL-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-MISSING-ONLY = "Y" AND WS-STUDENT-MISSING = ZERO
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-REPORT-COUNT
            PERFORM WRITE-REPORT-HEADER
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PL-COUNT
                PERFORM WRITE-ONE-COURSE
            END-PERFORM
            PERFORM WRITE-REPORT-FOOTER.

        GATHER-TERM-COURSES.
            MOVE SM-STUDENT-ID TO EN-STUDENT-ID
            MOVE SPACES TO EN-COURSE-CODE
            START ENROLLMENT KEY >= EN-ENROLL-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EN-STUDENT-ID = SM-STUDENT-ID
                            IF EN-TERM = WS-ASK-TERM
                                    AND EN-STATUS NOT = "D"
                                    AND EN-STATUS NOT = "W"
                                PERFORM GATHER-ONE-COURSE
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF.

        GATHER-ONE-COURSE.
      *     a section with nothing graded and nothing missing keeps
      *     no gradebook worth reporting
            MOVE EN-COURSE-CODE TO GBP-COURSE-CODE
            MOVE EN-TERM TO GBP-TERM
            MOVE EN-SECTION-NO TO GBP-SECTION-NO
            MOVE EN-STUDENT-ID TO GBP-STUDENT-ID
            MOVE WS-AS-OF-DATE TO GBP-AS-OF-DATE
            CALL "GRADEBOOK-CALC" USING GRADEBOOK-CALC-PARAMS
            IF GBP-RESULT NOT = "Y" AND GBP-MISSING-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF WS-PL-COUNT NOT < COURSE-MAX
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PL-COUNT
            MOVE EN-COURSE-CODE TO WS-PL-COURSE(WS-PL-COUNT)
            MOVE EN-SECTION-NO TO WS-PL-SECTION(WS-PL-COUNT)
            MOVE GBP-RESULT TO WS-PL-RESULT(WS-PL-COUNT)
            MOVE GBP-AVERAGE-PCT TO WS-PL-AVERAGE(WS-PL-COUNT)
            MOVE GBP-LETTER TO WS-PL-LETTER(WS-PL-COUNT)
            MOVE GBP-MISSING-COUNT TO WS-PL-MISSING(WS-PL-COUNT)
            PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                    UNTIL WS-MISS-IDX > 20
                    OR WS-MISS-IDX > GBP-MISSING-COUNT
                MOVE GBP-MISS-ASSIGN-NO(WS-MISS-IDX)
                    TO WS-PL-MISS-NO(WS-PL-COUNT WS-MISS-IDX)
                MOVE GBP-MISS-DESCRIPTION(WS-MISS-IDX)
                    TO WS-PL-MISS-DESC(WS-PL-COUNT WS-MISS-IDX)
                MOVE GBP-MISS-DUE-DATE(WS-MISS-IDX)
                    TO WS-PL-MISS-DUE(WS-PL-COUNT WS-MISS-IDX)
            END-PERFORM
            ADD GBP-MISSING-COUNT TO WS-STUDENT-MISSING.

        WRITE-REPORT-HEADER.
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "------------------------------------"
                   "------------------------------------"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "PROGRESS REPORT - TERM " WS-ASK-TERM
                   "         AS OF " WS-AS-OF-DATE
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            MOVE SPACES TO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE

      *     the window block, as on REPORT-CARD-PRINT, with each
      *     guardian on STUDENT-CONTACT named under it
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "    TO THE FAMILY OF:"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "    " SM-NAME "  (" SM-STUDENT-ID ")"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            PERFORM WRITE-GUARDIAN-LINES
            MOVE SPACES TO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE

            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "COURSE  TITLE                 AVERAGE  GRADE"
                   "  MISSING"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE.

        WRITE-GUARDIAN-LINES.
            MOVE ZERO TO WS-GUARDIAN-COUNT
            IF WS-CONTACT-STATUS NOT = "00"
                    AND WS-CONTACT-STATUS NOT = "10"
                    AND WS-CONTACT-STATUS NOT = "23"
                ADD 1 TO WS-NO-GUARDIAN-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO SC-STUDENT-ID
            MOVE ZERO TO SC-PRIORITY
            START STUDENT-CONTACT KEY >= SC-CONTACT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-CONTACT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SC-STUDENT-ID NOT = SM-STUDENT-ID
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM WRITE-ONE-GUARDIAN
                        END-IF
                END-READ
            END-PERFORM
            MOVE "N" TO WS-EOF
            IF WS-GUARDIAN-COUNT = ZERO
                ADD 1 TO WS-NO-GUARDIAN-COUNT
            END-IF.

        WRITE-ONE-GUARDIAN.
            ADD 1 TO WS-GUARDIAN-COUNT
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "    "
                   FUNCTION TRIM(FIRST-NAME OF STUDENT-CONTACT-RECORD)
                   " "
                   FUNCTION TRIM(LAST-NAME OF STUDENT-CONTACT-RECORD)
                   " (" FUNCTION TRIM(SC-RELATIONSHIP) ")"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE.

        WRITE-ONE-COURSE.
            MOVE SPACES TO CO-TITLE
            IF WS-COURSE-STATUS = "00"
                MOVE WS-PL-COURSE(WS-PL-IDX) TO CO-COURSE-CODE
                READ COURSE-MASTER
                    INVALID KEY
                        MOVE "(NOT IN CATALOG)" TO CO-TITLE
                END-READ
            END-IF
            MOVE WS-PL-MISSING(WS-PL-IDX) TO WS-COUNT-DISP
            MOVE SPACES TO PROGRESS-REPORT-LINE
            IF WS-PL-RESULT(WS-PL-IDX) = "Y"
                MOVE WS-PL-AVERAGE(WS-PL-IDX) TO WS-AVERAGE-DISP
                STRING WS-PL-COURSE(WS-PL-IDX) "  " CO-TITLE "  "
                       WS-AVERAGE-DISP "%   "
                       WS-PL-LETTER(WS-PL-IDX) "     "
                       WS-COUNT-DISP
                       DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            ELSE
                STRING WS-PL-COURSE(WS-PL-IDX) "  " CO-TITLE "  "
                       "  --      --    " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            END-IF
            WRITE PROGRESS-REPORT-LINE

            MOVE ZERO TO WS-MISS-SHOWN
            PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                    UNTIL WS-MISS-IDX > 20
                    OR WS-MISS-IDX > WS-PL-MISSING(WS-PL-IDX)
                MOVE WS-PL-MISS-DUE(WS-PL-IDX WS-MISS-IDX)
                    TO WS-DUE-DISP
                MOVE SPACES TO PROGRESS-REPORT-LINE
                STRING "        MISSING: "
                       WS-PL-MISS-DESC(WS-PL-IDX WS-MISS-IDX)
                       "  DUE " WS-DUE-DISP
                       DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
                WRITE PROGRESS-REPORT-LINE
                ADD 1 TO WS-MISS-SHOWN
                ADD 1 TO WS-MISSING-TOTAL
            END-PERFORM
            IF WS-PL-MISSING(WS-PL-IDX) > WS-MISS-SHOWN
                COMPUTE WS-COUNT-DISP =
                    WS-PL-MISSING(WS-PL-IDX) - WS-MISS-SHOWN
                MOVE SPACES TO PROGRESS-REPORT-LINE
                STRING "        AND " WS-COUNT-DISP " MORE - ASK THE"
                       " INSTRUCTOR"
                       DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
                WRITE PROGRESS-REPORT-LINE
            END-IF.

        WRITE-REPORT-FOOTER.
            MOVE SPACES TO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "AVERAGES ARE TO DATE AND NOT FINAL. MISSING WORK"
                   " COUNTS AS ZERO"
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE
            MOVE SPACES TO PROGRESS-REPORT-LINE
            STRING "UNTIL IT IS TURNED IN. QUESTIONS? CALL THE FRONT"
                   " OFFICE."
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
            WRITE PROGRESS-REPORT-LINE.

            END PROGRAM PROGRESS-REPORT-PRINT.

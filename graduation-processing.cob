      * graduation processing - the registrar's end-of-career run.
      * Every current student whose program audit is complete (the
      * same test DEGREE-AUDIT-REPORT prints: each required course
      * graded, the elective buckets filled) is a candidate; anyone
      * who still owes on STUDENT-ACCOUNT or on a payment plan's
      * unbilled installments, or who has a textbook out, or who is
      * under a student hold that blocks graduation (see
      * student-hold.cob), is held back on the exception report
      * instead. The rest get an honors designation off their
      * latest cumulative GPA in GPA-HISTORY against the HONORS-
      * cutoffs on the parameter master, and on the operator's
      * go-ahead are marked graduated (SM-STATUS D, which takes
      * them off the active rosters), written to the
      * permanent GRADUATE file, put on the diploma print file with
      * their full name from STUDENT-NAME, listed by program on the
      * commencement program, and given a final transcript through
      * TRANSCRIPT-PRINT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADUATION-PROCESSING.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT ENROLLMENT ASSIGN TO "ENROLLMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EN-ENROLL-KEY
                FILE STATUS IS WS-ENROLL-STATUS.

            SELECT PROGRAM-REQUIREMENT
                ASSIGN TO "PROGRAM-REQUIREMENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DR-REQUIRE-KEY
                FILE STATUS IS WS-REQUIRE-STATUS.

            SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CO-COURSE-CODE
                FILE STATUS IS WS-COURSE-STATUS.

            SELECT STUDENT-ACCOUNT ASSIGN TO "STUDENT-ACCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCOUNT-STATUS.

            SELECT PAYMENT-PLAN ASSIGN TO "PAYMENT-PLAN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-PLAN-KEY
                FILE STATUS IS WS-PLAN-STATUS.

            SELECT TEXTBOOK-ISSUE ASSIGN TO "TEXTBOOK-ISSUE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ISSUE-STATUS.

            SELECT GPA-HISTORY ASSIGN TO "GPA-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

            SELECT GRADUATE ASSIGN TO "GRADUATE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GD-STUDENT-ID
                FILE STATUS IS WS-GRADUATE-STATUS.

            SELECT DIPLOMA-PRINT ASSIGN TO "DIPLOMA-PRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DIPLOMA-STATUS.

            SELECT COMMENCEMENT-LIST
                ASSIGN TO "COMMENCEMENT-LIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.

            SELECT EXCEPTION-RPT
                ASSIGN TO "GRADUATION-EXCEPTION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

      *     the graduates' ids staged for TRANSCRIPT-PRINT, which
      *     prints a staged list unattended
            SELECT TRANSCRIPT-LOOKUP
                ASSIGN TO "TRANSCRIPT-LOOKUP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOOKUP-STATUS.

            SELECT GRAD-WORK ASSIGN TO "GRAD-WORK.TMP".

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  ENROLLMENT.
            COPY "ENROLLMENT-RECORD.cpy".

        FD  PROGRAM-REQUIREMENT.
            COPY "PROGRAM-REQUIREMENT-RECORD.cpy".

        FD  COURSE-MASTER.
            COPY "COURSE-RECORD.cpy".

        FD  STUDENT-ACCOUNT.
            COPY "STUDENT-ACCOUNT-RECORD.cpy".

        FD  PAYMENT-PLAN.
            COPY "PAYMENT-PLAN-RECORD.cpy".

        FD  TEXTBOOK-ISSUE.
            COPY "TEXTBOOK-ISSUE-RECORD.cpy".

        FD  GPA-HISTORY.
            COPY "GPA-HISTORY-RECORD.cpy".

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        FD  GRADUATE.
            COPY "GRADUATE-RECORD.cpy".

        FD  DIPLOMA-PRINT.
        01  DIPLOMA-PRINT-LINE       PIC X(80).

        FD  COMMENCEMENT-LIST.
        01  COMMENCEMENT-LINE        PIC X(80).

        FD  EXCEPTION-RPT.
        01  EXCEPTION-RPT-LINE       PIC X(80).

        FD  TRANSCRIPT-LOOKUP.
        01  TRANSCRIPT-LOOKUP-RECORD PIC X(6).

      * commencement order: program, then surname, then given name
        SD  GRAD-WORK.
        01  GRAD-WORK-RECORD.
            05  GW-PROGRAM-CODE      PIC X(4).
            05  GW-LAST-NAME         PIC X(9).
            05  GW-FIRST-NAME        PIC X(12).
            05  GW-SUFFIX            PIC X(4).
            05  GW-STUDENT-ID        PIC X(6).
            05  GW-HONORS-TEXT       PIC X(16).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-REQUIRE-STATUS     PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 WS-ACCOUNT-STATUS     PIC XX.
        01 WS-PLAN-STATUS        PIC XX.
        01 WS-ISSUE-STATUS       PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-NAME-STATUS        PIC XX.
        01 WS-GRADUATE-STATUS    PIC XX.
        01 WS-DIPLOMA-STATUS     PIC XX.
        01 WS-LIST-STATUS        PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-LOOKUP-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-REQ-EOF            PIC X.
        01 WS-SCAN-EOF           PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-FOUND              PIC X.
        01 WS-LOOKUP-ID          PIC X(6).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * run prompts
        01 WS-GRAD-TERM          PIC X(5).
        01 WS-CONFER-DATE        PIC 9(8).
        01 WS-NAME-ID            PIC X(6).

      * the degree audit, as DEGREE-AUDIT-REPORT judges it
        01 WS-REQ-SEEN           PIC 9(3).
        01 WS-NEEDED-COUNT       PIC 9(3).
        01 WS-ELECT-EARNED       PIC 9(3).
        01 WS-ELECT-ASKED        PIC 9(3).
        01 WS-CRS-CREDITS        PIC 9.
        01 WS-REQ-COUNT          PIC 9(3).
        01 WS-REQ-IDX            PIC 9(3).
        01 WS-REQUIRED-TABLE.
            05 WS-REQ-COURSE OCCURS 100 TIMES PIC X(6).

      * honors cutoffs off the parameter master
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        01 WS-SUMMA-GPA          PIC 9V99.
        01 WS-MAGNA-GPA          PIC 9V99.
        01 WS-CUM-LAUDE-GPA      PIC 9V99.

      * every audit-complete student, held in student-id order (the
      * master is read in key order) so the sequential sweeps can
      * find a row's student with SEARCH ALL
        78 CANDIDATE-MAX         VALUE 2000.
        01 WS-CANDIDATE-COUNT    PIC 9(4) VALUE ZERO.
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-CANDIDATE-TABLE.
            05 WS-CAN-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-CANDIDATE-COUNT
                               ASCENDING KEY IS WS-CAN-STUDENT-ID
                               INDEXED BY WS-CAN-IDX.
                10 WS-CAN-STUDENT-ID   PIC X(6).
                10 WS-CAN-SHORT-NAME   PIC X(5).
                10 WS-CAN-PROGRAM      PIC X(4).
                10 WS-CAN-BALANCE      PIC S9(7)V99.
                10 WS-CAN-PLAN-OWED    PIC 9(7)V99.
                10 WS-CAN-BOOKS-OUT    PIC 9(3).
                10 WS-CAN-GPA-FOUND    PIC X.
                10 WS-CAN-CUM-GPA      PIC 9V99.
                10 WS-CAN-GPA-DATE     PIC 9(8).
                10 WS-CAN-NAME-FOUND   PIC X.
                10 WS-CAN-ELIGIBLE     PIC X.
                10 WS-CAN-HONORS       PIC X.

        01 WS-CAN-SUB            PIC 9(4).
        01 WS-ELIGIBLE-COUNT     PIC 9(4) VALUE ZERO.
        01 WS-HELD-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-SUMMA-COUNT        PIC 9(4) VALUE ZERO.
        01 WS-MAGNA-COUNT        PIC 9(4) VALUE ZERO.
        01 WS-CUM-LAUDE-COUNT    PIC 9(4) VALUE ZERO.
        01 WS-GRADUATED-COUNT    PIC 9(4) VALUE ZERO.
        01 WS-OWED-TOTAL         PIC S9(7)V99.
        01 WS-OWED-DISP          PIC Z(6)9.99.
        01 WS-GPA-DISP           PIC 9.99.
        01 WS-COUNT-DISP         PIC ZZZ9.
        01 WS-HONORS-TEXT        PIC X(16).
        01 WS-PLAN-IDX           PIC 9.

      * commencement listing control break
        01 WS-LAST-PROGRAM       PIC X(4).
        01 WS-PROGRAM-COUNT      PIC 9(4).
        01 WS-LIST-NAME          PIC X(27).

      * the diploma line, name in the shared PERSON-NAME layout
        COPY "DIPLOMA-RECORD.cpy".

        COPY "FILE-RESERVE-PARAMS.cpy".

      * the student-hold gate - see student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== GRADUATION PROCESSING ====="
                DISPLAY "[1] ENTER A STUDENT'S DIPLOMA NAME"
                DISPLAY "[2] RUN GRADUATION"
                DISPLAY "[3] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ENTER-DIPLOMA-NAME
                    WHEN 2
                        PERFORM RUN-GRADUATION
                    WHEN 3
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-STUDENT-NAME.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O STUDENT-NAME
            IF WS-NAME-STATUS = "35"
                OPEN OUTPUT STUDENT-NAME
                CLOSE STUDENT-NAME
                OPEN I-O STUDENT-NAME
            END-IF.

        ENTER-DIPLOMA-NAME.
      *     keys or corrects the full name the diploma prints -
      *     admissions writes it when a student is seated, this
      *     covers students from before that and spelling fixes
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT WS-NAME-ID

            MOVE "N" TO WS-FOUND
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NAME-ID TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                NOT INVALID KEY
                    MOVE "Y" TO WS-FOUND
                    DISPLAY "STUDENT: " SM-STUDENT-ID " " SM-NAME
                        " PROGRAM " SM-PROGRAM-CODE
            END-READ
            CLOSE STUDENT-MASTER
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-STUDENT-NAME
            MOVE WS-NAME-ID TO SN-STUDENT-ID
            MOVE "N" TO WS-FOUND
            READ STUDENT-NAME
                INVALID KEY
                    DISPLAY "NO FULL NAME ON FILE YET"
                NOT INVALID KEY
                    MOVE "Y" TO WS-FOUND
                    DISPLAY "NAME ON FILE: " SN-NAME
            END-READ

            MOVE SPACES TO PERSON-NAME
            DISPLAY "ENTER FIRST NAME (12 CHARS):"
            ACCEPT FIRST-NAME
            DISPLAY "ENTER LAST NAME (9 CHARS):"
            ACCEPT LAST-NAME
            DISPLAY "ENTER SUFFIX (E.G. JR, III - BLANK IF NONE):"
            ACCEPT SUFFIX
            IF FIRST-NAME = SPACES OR LAST-NAME = SPACES
                DISPLAY "REJECTED: FIRST AND LAST NAME ARE REQUIRED"
                CLOSE STUDENT-NAME
                EXIT PARAGRAPH
            END-IF

            MOVE WS-NAME-ID TO SN-STUDENT-ID
            MOVE PERSON-NAME TO SN-NAME
            MOVE WS-OPERATOR-ID TO SN-UPDATED-BY
            MOVE WS-TODAY-DATE TO SN-UPDATED-DATE
            IF WS-FOUND = "Y"
                REWRITE STUDENT-NAME-RECORD
                    INVALID KEY
                        DISPLAY "ERROR UPDATING NAME - STATUS "
                            WS-NAME-STATUS
                    NOT INVALID KEY
                        DISPLAY "NAME UPDATED"
                END-REWRITE
            ELSE
                WRITE STUDENT-NAME-RECORD
                    INVALID KEY
                        DISPLAY "ERROR ADDING NAME - STATUS "
                            WS-NAME-STATUS
                    NOT INVALID KEY
                        DISPLAY "NAME ADDED"
                END-WRITE
            END-IF
            CLOSE STUDENT-NAME.

        RUN-GRADUATION.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "ENTER GRADUATING TERM (E.G. 2027S):"
            ACCEPT WS-GRAD-TERM
            DISPLAY "ENTER CONFERRAL DATE YYYYMMDD (0 = TODAY):"
            ACCEPT WS-CONFER-DATE
            IF WS-CONFER-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-CONFER-DATE
            END-IF

            PERFORM LOAD-HONORS-CUTOFFS

      *     graduation rewrites STUDENT-MASTER, so it takes the same
      *     busy marker the term-end batch jobs do
            MOVE "Q" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS
            IF FR-BUSY = "Y"
                DISPLAY "STUDENT-MASTER RESERVED BY " FR-HELD-BY
                    " - RUN NOT STARTED"
                EXIT PARAGRAPH
            END-IF
            MOVE "S" TO FR-FUNCTION
            MOVE "GRADUATION-PROCESSING" TO FR-HOLDER
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS

            MOVE ZERO TO WS-CANDIDATE-COUNT WS-ELIGIBLE-COUNT
            MOVE ZERO TO WS-HELD-COUNT WS-GRADUATED-COUNT
            MOVE ZERO TO WS-SUMMA-COUNT WS-MAGNA-COUNT
            MOVE ZERO TO WS-CUM-LAUDE-COUNT
            MOVE "N" TO WS-TABLE-FULL

            PERFORM LOAD-CANDIDATES
            IF WS-CANDIDATE-COUNT = ZERO
                DISPLAY "NO STUDENT HAS A COMPLETE DEGREE AUDIT"
                PERFORM RELEASE-RESERVATION
                EXIT PARAGRAPH
            END-IF
            IF WS-TABLE-FULL = "Y"
                DISPLAY "CANDIDATE TABLE FULL AT " CANDIDATE-MAX
                    " - RUN AGAIN AFTER THIS GROUP IS GRADUATED"
            END-IF

            PERFORM SWEEP-ACCOUNTS
            PERFORM SWEEP-PAYMENT-PLANS
            PERFORM SWEEP-TEXTBOOKS
            PERFORM SWEEP-GPA-HISTORY
            PERFORM CHECK-DIPLOMA-NAMES

            OPEN OUTPUT EXCEPTION-RPT
            MOVE SPACES TO EXCEPTION-RPT-LINE
            STRING "GRADUATION EXCEPTIONS - TERM " WS-GRAD-TERM
                   " RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
            WRITE EXCEPTION-RPT-LINE
            PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                    UNTIL WS-CAN-SUB > WS-CANDIDATE-COUNT
                PERFORM JUDGE-ONE-CANDIDATE
            END-PERFORM
            CLOSE EXCEPTION-RPT

            DISPLAY "AUDIT-COMPLETE CANDIDATES: " WS-CANDIDATE-COUNT
            DISPLAY "  HELD (SEE GRADUATION-EXCEPTION-RPT.DAT): "
                WS-HELD-COUNT
            DISPLAY "  TO GRADUATE: " WS-ELIGIBLE-COUNT
            DISPLAY "    SUMMA CUM LAUDE: " WS-SUMMA-COUNT
            DISPLAY "    MAGNA CUM LAUDE: " WS-MAGNA-COUNT
            DISPLAY "    CUM LAUDE:       " WS-CUM-LAUDE-COUNT
            IF WS-ELIGIBLE-COUNT = ZERO
                PERFORM RELEASE-RESERVATION
                EXIT PARAGRAPH
            END-IF

            DISPLAY "CONFER DEGREES DATED " WS-CONFER-DATE
                " NOW (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "GRADUATION NOT COMMITTED"
                PERFORM RELEASE-RESERVATION
                EXIT PARAGRAPH
            END-IF

            OPEN I-O STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                PERFORM RELEASE-RESERVATION
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-GRADUATE
            OPEN INPUT STUDENT-NAME
            OPEN OUTPUT DIPLOMA-PRINT
            OPEN OUTPUT TRANSCRIPT-LOOKUP
            OPEN OUTPUT COMMENCEMENT-LIST

            MOVE "N" TO WS-SORT-EOF
            SORT GRAD-WORK
                ON ASCENDING KEY GW-PROGRAM-CODE
                   ASCENDING KEY GW-LAST-NAME
                   ASCENDING KEY GW-FIRST-NAME
                INPUT PROCEDURE IS CONFER-DEGREES
                OUTPUT PROCEDURE IS WRITE-COMMENCEMENT-LIST

            CLOSE COMMENCEMENT-LIST
            CLOSE TRANSCRIPT-LOOKUP
            CLOSE DIPLOMA-PRINT
            CLOSE STUDENT-NAME
            CLOSE GRADUATE
            CLOSE STUDENT-MASTER
            PERFORM RELEASE-RESERVATION

            DISPLAY "GRADUATED: " WS-GRADUATED-COUNT
            DISPLAY "DIPLOMAS IN DIPLOMA-PRINT.DAT, PROGRAM IN "
                "COMMENCEMENT-LIST.DAT"

      *     final transcripts off the staged ids; the staged list is
      *     emptied after so the next counter run prompts as usual
            IF WS-GRADUATED-COUNT > ZERO
                CALL "TRANSCRIPT-PRINT"
                CANCEL "TRANSCRIPT-PRINT"
            END-IF
            OPEN OUTPUT TRANSCRIPT-LOOKUP
            CLOSE TRANSCRIPT-LOOKUP.

        RELEASE-RESERVATION.
      *     the marker clears on every way out, so an early error
      *     cannot strand a stale reservation for the next shift
            MOVE "C" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS.

        LOAD-HONORS-CUTOFFS.
            MOVE "HONORS-SUMMA-GPA" TO SPL-PARAM-KEY
            MOVE "CUM GPA FOR SUMMA CUM LAUDE"
                TO SPL-DESCRIPTION
            MOVE 3.90 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-SUMMA-GPA

            MOVE "HONORS-MAGNA-GPA" TO SPL-PARAM-KEY
            MOVE "CUM GPA FOR MAGNA CUM LAUDE"
                TO SPL-DESCRIPTION
            MOVE 3.70 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-MAGNA-GPA

            MOVE "HONORS-CUM-LAUDE-GPA" TO SPL-PARAM-KEY
            MOVE "CUM GPA FOR CUM LAUDE"
                TO SPL-DESCRIPTION
            MOVE 3.50 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-CUM-LAUDE-GPA.

        OPEN-GRADUATE.
      *     created on the first graduation, kept for good after
            OPEN I-O GRADUATE
            IF WS-GRADUATE-STATUS = "35"
                OPEN OUTPUT GRADUATE
                CLOSE GRADUATE
                OPEN I-O GRADUATE
            END-IF.

        LOAD-CANDIDATES.
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ENROLLMENT
            IF WS-ENROLL-STATUS NOT = "00"
                DISPLAY "ENROLLMENT NOT AVAILABLE - STATUS "
                    WS-ENROLL-STATUS
                CLOSE STUDENT-MASTER
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PROGRAM-REQUIREMENT
            IF WS-REQUIRE-STATUS NOT = "00"
                DISPLAY "PROGRAM-REQUIREMENT NOT AVAILABLE - "
                    "STATUS " WS-REQUIRE-STATUS
                CLOSE ENROLLMENT
                CLOSE STUDENT-MASTER
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM AUDIT-ONE-STUDENT
                END-READ
            END-PERFORM

            CLOSE PROGRAM-REQUIREMENT
            CLOSE ENROLLMENT
            CLOSE STUDENT-MASTER.

        AUDIT-ONE-STUDENT.
      *     a student who has left, or who was never put on a
      *     program, has nothing to graduate from
            IF SM-STATUS = "W" OR SM-STATUS = "D"
                EXIT PARAGRAPH
            END-IF
            IF SM-PROGRAM-CODE = SPACES
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-NEEDED-COUNT WS-REQ-COUNT WS-REQ-SEEN
            MOVE ZERO TO WS-ELECT-ASKED
            PERFORM WALK-REQUIREMENTS
      *     a program with no requirement list cannot be audited
            IF WS-REQ-SEEN = ZERO OR WS-NEEDED-COUNT > ZERO
                EXIT PARAGRAPH
            END-IF
            PERFORM SUM-ELECTIVE-CREDITS
            IF WS-ELECT-EARNED < WS-ELECT-ASKED
                EXIT PARAGRAPH
            END-IF

            IF WS-CANDIDATE-COUNT >= CANDIDATE-MAX
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CANDIDATE-COUNT
            MOVE SM-STUDENT-ID TO
                WS-CAN-STUDENT-ID(WS-CANDIDATE-COUNT)
            MOVE SM-NAME TO WS-CAN-SHORT-NAME(WS-CANDIDATE-COUNT)
            MOVE SM-PROGRAM-CODE TO
                WS-CAN-PROGRAM(WS-CANDIDATE-COUNT)
            MOVE ZERO TO WS-CAN-BALANCE(WS-CANDIDATE-COUNT)
            MOVE ZERO TO WS-CAN-PLAN-OWED(WS-CANDIDATE-COUNT)
            MOVE ZERO TO WS-CAN-BOOKS-OUT(WS-CANDIDATE-COUNT)
            MOVE "N" TO WS-CAN-GPA-FOUND(WS-CANDIDATE-COUNT)
            MOVE ZERO TO WS-CAN-CUM-GPA(WS-CANDIDATE-COUNT)
            MOVE ZERO TO WS-CAN-GPA-DATE(WS-CANDIDATE-COUNT)
            MOVE "N" TO WS-CAN-NAME-FOUND(WS-CANDIDATE-COUNT)
            MOVE "N" TO WS-CAN-ELIGIBLE(WS-CANDIDATE-COUNT)
            MOVE SPACE TO WS-CAN-HONORS(WS-CANDIDATE-COUNT).

        WALK-REQUIREMENTS.
            MOVE SM-PROGRAM-CODE TO DR-PROGRAM-CODE
            MOVE ZERO TO DR-REQ-SEQ
            START PROGRAM-REQUIREMENT KEY >= DR-REQUIRE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-REQ-EOF
            PERFORM UNTIL WS-REQ-EOF = "Y"
                READ PROGRAM-REQUIREMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-REQ-EOF
                    NOT AT END
                        IF DR-PROGRAM-CODE = SM-PROGRAM-CODE
                            ADD 1 TO WS-REQ-SEEN
                            PERFORM JUDGE-ONE-REQUIREMENT
                        ELSE
                            MOVE "Y" TO WS-REQ-EOF
                        END-IF
                END-READ
            END-PERFORM.

        JUDGE-ONE-REQUIREMENT.
            IF DR-REQ-TYPE = "E"
                ADD DR-ELECT-CREDITS TO WS-ELECT-ASKED
                EXIT PARAGRAPH
            END-IF

            IF WS-REQ-COUNT < 100
                ADD 1 TO WS-REQ-COUNT
                MOVE DR-COURSE-CODE TO WS-REQ-COURSE(WS-REQ-COUNT)
            END-IF

      *     a required course counts once it carries a grade
            MOVE SM-STUDENT-ID TO EN-STUDENT-ID
            MOVE DR-COURSE-CODE TO EN-COURSE-CODE
            READ ENROLLMENT
                INVALID KEY
                    ADD 1 TO WS-NEEDED-COUNT
                NOT INVALID KEY
                    IF EN-GRADE NOT > ZERO
                        ADD 1 TO WS-NEEDED-COUNT
                    END-IF
            END-READ.

        SUM-ELECTIVE-CREDITS.
      *     everything passed outside the required list counts into
      *     the elective buckets
            MOVE ZERO TO WS-ELECT-EARNED
            MOVE SM-STUDENT-ID TO EN-STUDENT-ID
            MOVE SPACES TO EN-COURSE-CODE
            START ENROLLMENT KEY >= EN-ENROLL-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-SCAN-EOF
            PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ ENROLLMENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                        IF EN-STUDENT-ID = SM-STUDENT-ID
                            IF EN-GRADE > ZERO
                                PERFORM COUNT-IF-ELECTIVE
                            END-IF
                        ELSE
                            MOVE "Y" TO WS-SCAN-EOF
                        END-IF
                END-READ
            END-PERFORM.

        COUNT-IF-ELECTIVE.
            PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                    UNTIL WS-REQ-IDX > WS-REQ-COUNT
                IF WS-REQ-COURSE(WS-REQ-IDX) = EN-COURSE-CODE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM

            PERFORM LOOKUP-COURSE-CREDITS
            ADD WS-CRS-CREDITS TO WS-ELECT-EARNED.

        LOOKUP-COURSE-CREDITS.
      *     same catalog lookup TERM-END-CLOSE does, with the same
      *     one-credit fallback
            OPEN INPUT COURSE-MASTER
            IF WS-COURSE-STATUS NOT = "00"
                MOVE 1 TO WS-CRS-CREDITS
            ELSE
                MOVE EN-COURSE-CODE TO CO-COURSE-CODE
                READ COURSE-MASTER
                    INVALID KEY
                        MOVE 1 TO WS-CRS-CREDITS
                    NOT INVALID KEY
                        MOVE CO-CREDIT-HOURS TO WS-CRS-CREDITS
                END-READ
                CLOSE COURSE-MASTER
            END-IF.

        FIND-CANDIDATE.
      *     WS-LOOKUP-ID in; WS-FOUND Y with WS-CAN-IDX on the entry
            MOVE "N" TO WS-FOUND
            IF WS-CANDIDATE-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL WS-CAN-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-CAN-STUDENT-ID(WS-CAN-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        SWEEP-ACCOUNTS.
      *     the account balance is charges less payments - what is
      *     due now; a payment plan's unbilled part is added below
            OPEN INPUT STUDENT-ACCOUNT
            IF WS-ACCOUNT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-ACCOUNT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SA-STUDENT-ID TO WS-LOOKUP-ID
                        PERFORM FIND-CANDIDATE
                        IF WS-FOUND = "Y"
                            IF SA-ENTRY-TYPE = "C"
                                ADD SA-AMOUNT TO
                                    WS-CAN-BALANCE(WS-CAN-IDX)
                            ELSE
                                SUBTRACT SA-AMOUNT FROM
                                    WS-CAN-BALANCE(WS-CAN-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-ACCOUNT.

        SWEEP-PAYMENT-PLANS.
      *     an active plan's installments not yet billed to the
      *     account are still owed - the TO PAYMENT PLAN credit took
      *     them off the balance
            OPEN INPUT PAYMENT-PLAN
            IF WS-PLAN-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PAYMENT-PLAN NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PP-STATUS = "A"
                            MOVE PP-STUDENT-ID TO WS-LOOKUP-ID
                            PERFORM FIND-CANDIDATE
                            IF WS-FOUND = "Y"
                                PERFORM ADD-UNBILLED-INSTALLMENTS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAYMENT-PLAN.

        ADD-UNBILLED-INSTALLMENTS.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > PP-INSTALL-COUNT
                IF PP-INST-STATUS(WS-PLAN-IDX) = "S"
                    ADD PP-INST-AMOUNT(WS-PLAN-IDX) TO
                        WS-CAN-PLAN-OWED(WS-CAN-IDX)
                END-IF
            END-PERFORM.

        SWEEP-TEXTBOOKS.
      *     a copy still out, or one returned damaged or lost that
      *     the term-end sweep has not yet turned into a fine
            OPEN INPUT TEXTBOOK-ISSUE
            IF WS-ISSUE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ TEXTBOOK-ISSUE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF TI-STATUS = "O"
                                OR (TI-STATUS = "R"
                                    AND (TI-CONDITION = "D"
                                      OR TI-CONDITION = "L"))
                            MOVE TI-STUDENT-ID TO WS-LOOKUP-ID
                            PERFORM FIND-CANDIDATE
                            IF WS-FOUND = "Y"
                                ADD 1 TO
                                    WS-CAN-BOOKS-OUT(WS-CAN-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TEXTBOOK-ISSUE.

        SWEEP-GPA-HISTORY.
      *     the cumulative GPA from the student's latest term close
            OPEN INPUT GPA-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ GPA-HISTORY
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE GH-STUDENT-ID TO WS-LOOKUP-ID
                        PERFORM FIND-CANDIDATE
                        IF WS-FOUND = "Y"
                            IF GH-CLOSE-DATE >=
                                    WS-CAN-GPA-DATE(WS-CAN-IDX)
                                MOVE "Y" TO
                                    WS-CAN-GPA-FOUND(WS-CAN-IDX)
                                MOVE GH-CUM-GPA TO
                                    WS-CAN-CUM-GPA(WS-CAN-IDX)
                                MOVE GH-CLOSE-DATE TO
                                    WS-CAN-GPA-DATE(WS-CAN-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GPA-HISTORY.

        CHECK-DIPLOMA-NAMES.
      *     a diploma is not printed off a five-character short name
            OPEN INPUT STUDENT-NAME
            IF WS-NAME-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                    UNTIL WS-CAN-SUB > WS-CANDIDATE-COUNT
                MOVE WS-CAN-STUDENT-ID(WS-CAN-SUB) TO SN-STUDENT-ID
                READ STUDENT-NAME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SN-NAME NOT = SPACES
                            MOVE "Y" TO
                                WS-CAN-NAME-FOUND(WS-CAN-SUB)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-NAME.

        JUDGE-ONE-CANDIDATE.
            MOVE "Y" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)

            COMPUTE WS-OWED-TOTAL = WS-CAN-BALANCE(WS-CAN-SUB)
                + WS-CAN-PLAN-OWED(WS-CAN-SUB)
            IF WS-OWED-TOTAL > ZERO
                MOVE WS-OWED-TOTAL TO WS-OWED-DISP
                MOVE SPACES TO EXCEPTION-RPT-LINE
                STRING WS-CAN-STUDENT-ID(WS-CAN-SUB) " "
                       WS-CAN-SHORT-NAME(WS-CAN-SUB) " "
                       WS-CAN-PROGRAM(WS-CAN-SUB)
                       "  UNPAID ACCOUNT BALANCE " WS-OWED-DISP
                       DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
                WRITE EXCEPTION-RPT-LINE
                MOVE "N" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)
            END-IF

            IF WS-CAN-BOOKS-OUT(WS-CAN-SUB) > ZERO
                MOVE WS-CAN-BOOKS-OUT(WS-CAN-SUB) TO WS-COUNT-DISP
                MOVE SPACES TO EXCEPTION-RPT-LINE
                STRING WS-CAN-STUDENT-ID(WS-CAN-SUB) " "
                       WS-CAN-SHORT-NAME(WS-CAN-SUB) " "
                       WS-CAN-PROGRAM(WS-CAN-SUB)
                       "  TEXTBOOKS OUTSTANDING " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
                WRITE EXCEPTION-RPT-LINE
                MOVE "N" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)
            END-IF

            MOVE "Q" TO SHP-FUNCTION
            MOVE WS-CAN-STUDENT-ID(WS-CAN-SUB) TO SHP-STUDENT-ID
            MOVE "G" TO SHP-BLOCK
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                MOVE SPACES TO EXCEPTION-RPT-LINE
                STRING WS-CAN-STUDENT-ID(WS-CAN-SUB) " "
                       WS-CAN-SHORT-NAME(WS-CAN-SUB) " "
                       WS-CAN-PROGRAM(WS-CAN-SUB)
                       "  " SHP-HOLD-TYPE " HOLD - SEE " SHP-OFFICE
                       DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
                WRITE EXCEPTION-RPT-LINE
                MOVE "N" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)
            END-IF

            IF WS-CAN-GPA-FOUND(WS-CAN-SUB) NOT = "Y"
                MOVE SPACES TO EXCEPTION-RPT-LINE
                STRING WS-CAN-STUDENT-ID(WS-CAN-SUB) " "
                       WS-CAN-SHORT-NAME(WS-CAN-SUB) " "
                       WS-CAN-PROGRAM(WS-CAN-SUB)
                       "  NO CLOSED TERM ON GPA-HISTORY"
                       DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
                WRITE EXCEPTION-RPT-LINE
                MOVE "N" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)
            END-IF

            IF WS-CAN-NAME-FOUND(WS-CAN-SUB) NOT = "Y"
                MOVE SPACES TO EXCEPTION-RPT-LINE
                STRING WS-CAN-STUDENT-ID(WS-CAN-SUB) " "
                       WS-CAN-SHORT-NAME(WS-CAN-SUB) " "
                       WS-CAN-PROGRAM(WS-CAN-SUB)
                       "  NO DIPLOMA NAME - KEY IT ON OPTION 1"
                       DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
                WRITE EXCEPTION-RPT-LINE
                MOVE "N" TO WS-CAN-ELIGIBLE(WS-CAN-SUB)
            END-IF

            IF WS-CAN-ELIGIBLE(WS-CAN-SUB) NOT = "Y"
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-ELIGIBLE-COUNT
            EVALUATE TRUE
                WHEN WS-CAN-CUM-GPA(WS-CAN-SUB) >= WS-SUMMA-GPA
                    MOVE "S" TO WS-CAN-HONORS(WS-CAN-SUB)
                    ADD 1 TO WS-SUMMA-COUNT
                WHEN WS-CAN-CUM-GPA(WS-CAN-SUB) >= WS-MAGNA-GPA
                    MOVE "M" TO WS-CAN-HONORS(WS-CAN-SUB)
                    ADD 1 TO WS-MAGNA-COUNT
                WHEN WS-CAN-CUM-GPA(WS-CAN-SUB) >= WS-CUM-LAUDE-GPA
                    MOVE "C" TO WS-CAN-HONORS(WS-CAN-SUB)
                    ADD 1 TO WS-CUM-LAUDE-COUNT
                WHEN OTHER
                    MOVE SPACE TO WS-CAN-HONORS(WS-CAN-SUB)
            END-EVALUATE.

        SET-HONORS-TEXT.
            EVALUATE WS-CAN-HONORS(WS-CAN-SUB)
                WHEN "S"
                    MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
                WHEN "M"
                    MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
                WHEN "C"
                    MOVE "CUM LAUDE" TO WS-HONORS-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-HONORS-TEXT
            END-EVALUATE.

        CONFER-DEGREES.
            PERFORM VARYING WS-CAN-SUB FROM 1 BY 1
                    UNTIL WS-CAN-SUB > WS-CANDIDATE-COUNT
                IF WS-CAN-ELIGIBLE(WS-CAN-SUB) = "Y"
                    PERFORM CONFER-ONE-DEGREE
                END-IF
            END-PERFORM.

        CONFER-ONE-DEGREE.
      *     re-read for update - the master is reserved, but the
      *     status is checked again rather than trusted from the scan
            MOVE WS-CAN-STUDENT-ID(WS-CAN-SUB) TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    DISPLAY "STUDENT NOT FOUND: " SM-STUDENT-ID
                    EXIT PARAGRAPH
            END-READ
            IF SM-STATUS = "W" OR SM-STATUS = "D"
                EXIT PARAGRAPH
            END-IF
            MOVE "D" TO SM-STATUS
            MOVE WS-CONFER-DATE(1:6) TO SM-EXIT-MONTH
            REWRITE STUDENT-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERROR UPDATING STUDENT " SM-STUDENT-ID
                        " - STATUS " WS-STUDENT-STATUS
                    EXIT PARAGRAPH
            END-REWRITE
            ADD 1 TO WS-GRADUATED-COUNT

            MOVE SM-STUDENT-ID TO GD-STUDENT-ID
            MOVE WS-GRAD-TERM TO GD-TERM
            MOVE WS-CONFER-DATE TO GD-CONFER-DATE
            MOVE SM-PROGRAM-CODE TO GD-PROGRAM-CODE
            MOVE WS-CAN-CUM-GPA(WS-CAN-SUB) TO GD-CUM-GPA
            MOVE WS-CAN-HONORS(WS-CAN-SUB) TO GD-HONORS
            MOVE WS-OPERATOR-ID TO GD-PROCESSED-BY
            WRITE GRADUATE-RECORD
                INVALID KEY
                    REWRITE GRADUATE-RECORD
                        INVALID KEY
                            DISPLAY "ERROR WRITING GRADUATE "
                                GD-STUDENT-ID " - STATUS "
                                WS-GRADUATE-STATUS
                    END-REWRITE
            END-WRITE

            PERFORM SET-HONORS-TEXT
            MOVE SPACES TO PERSON-NAME
            MOVE SM-STUDENT-ID TO SN-STUDENT-ID
            READ STUDENT-NAME
                INVALID KEY
                    MOVE WS-CAN-SHORT-NAME(WS-CAN-SUB) TO FIRST-NAME
                NOT INVALID KEY
                    MOVE SN-NAME TO PERSON-NAME
            END-READ
            MOVE SM-STUDENT-ID TO DP-STUDENT-ID
            MOVE SM-PROGRAM-CODE TO DP-PROGRAM-CODE
            MOVE WS-HONORS-TEXT TO DP-HONORS-TEXT
            MOVE WS-GRAD-TERM TO DP-TERM
            MOVE WS-CONFER-DATE TO DP-CONFER-DATE
            WRITE DIPLOMA-PRINT-LINE FROM DIPLOMA-RECORD

            MOVE SM-STUDENT-ID TO TRANSCRIPT-LOOKUP-RECORD
            WRITE TRANSCRIPT-LOOKUP-RECORD

            MOVE SM-PROGRAM-CODE TO GW-PROGRAM-CODE
            MOVE LAST-NAME TO GW-LAST-NAME
            MOVE FIRST-NAME TO GW-FIRST-NAME
            MOVE SUFFIX TO GW-SUFFIX
            MOVE SM-STUDENT-ID TO GW-STUDENT-ID
            MOVE WS-HONORS-TEXT TO GW-HONORS-TEXT
            RELEASE GRAD-WORK-RECORD.

        WRITE-COMMENCEMENT-LIST.
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "COMMENCEMENT - CANDIDATES FOR DEGREES - TERM "
                   WS-GRAD-TERM
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "CONFERRED " WS-CONFER-DATE
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE

            MOVE SPACES TO WS-LAST-PROGRAM
            MOVE ZERO TO WS-PROGRAM-COUNT
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN GRAD-WORK
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        IF GW-PROGRAM-CODE NOT = WS-LAST-PROGRAM
                            PERFORM WRITE-PROGRAM-TOTAL
                            PERFORM WRITE-PROGRAM-HEADING
                        END-IF
                        PERFORM WRITE-GRADUATE-LINE
                END-RETURN
            END-PERFORM
            PERFORM WRITE-PROGRAM-TOTAL

            MOVE SPACES TO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE
            MOVE WS-GRADUATED-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "TOTAL GRADUATES: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE.

        WRITE-PROGRAM-HEADING.
            MOVE GW-PROGRAM-CODE TO WS-LAST-PROGRAM
            MOVE ZERO TO WS-PROGRAM-COUNT
            MOVE SPACES TO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "PROGRAM " GW-PROGRAM-CODE
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE.

        WRITE-PROGRAM-TOTAL.
            IF WS-PROGRAM-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PROGRAM-COUNT TO WS-COUNT-DISP
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "  GRADUATES IN " WS-LAST-PROGRAM ": "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE.

        WRITE-GRADUATE-LINE.
            ADD 1 TO WS-PROGRAM-COUNT
            MOVE SPACES TO WS-LIST-NAME
            STRING FUNCTION TRIM(GW-FIRST-NAME) " "
                   FUNCTION TRIM(GW-LAST-NAME) " "
                   FUNCTION TRIM(GW-SUFFIX)
                   DELIMITED BY SIZE INTO WS-LIST-NAME
            MOVE SPACES TO COMMENCEMENT-LINE
            STRING "  " WS-LIST-NAME " " GW-HONORS-TEXT
                   DELIMITED BY SIZE INTO COMMENCEMENT-LINE
            WRITE COMMENCEMENT-LINE.

            END PROGRAM GRADUATION-PROCESSING.

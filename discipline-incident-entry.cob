      * interactive entry screen for the DISCIPLINE-INCIDENT file -
      * behavior incidents used to live on paper and the suspensions
      * got keyed into ATTENDANCE-CAPTURE as plain absences, which
      * pushed suspended students over the absence-threshold letters.
      * Each incident names the student, the date, the incident type,
      * where it happened, the reporting staff member off
      * INSTRUCTOR-MASTER, and the action taken. An out-of-school
      * suspension writes one excused-suspension (S) ATTENDANCE day
      * per school day out, walked off the shared business-day
      * calendar (see date-service.cob), and every incident writes a
      * guardian letter row per STUDENT-CONTACT to the mail-merge
      * DISCIPLINE-NOTICE.CSV. The term summary by incident type and
      * grade level (off STUDENT-YEAR) prints to
      * DISCIPLINE-SUMMARY-RPT.DAT for the state safety report.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DISCIPLINE-INCIDENT-ENTRY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DISCIPLINE-INCIDENT
                ASSIGN TO "DISCIPLINE-INCIDENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DI-INCIDENT-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRUCTOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-INSTRUCTOR-ID
                FILE STATUS IS WS-INSTRUCTOR-STATUS.

            SELECT STUDENT-CONTACT ASSIGN TO "STUDENT-CONTACT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-CONTACT-KEY
                FILE STATUS IS WS-CONTACT-STATUS.

            SELECT STUDENT-YEAR ASSIGN TO "STUDENT-YEAR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SY-STUDENT-ID
                FILE STATUS IS WS-YEAR-STATUS.

            SELECT ATTENDANCE ASSIGN TO "ATTENDANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT DISCIPLINE-NOTICE
                ASSIGN TO "DISCIPLINE-NOTICE.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTICE-STATUS.

            SELECT DISCIPLINE-SUMMARY-RPT
                ASSIGN TO "DISCIPLINE-SUMMARY-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DISCIPLINE-INCIDENT.
            COPY "DISCIPLINE-INCIDENT-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  INSTRUCTOR-MASTER.
            COPY "INSTRUCTOR-RECORD.cpy".

        FD  STUDENT-CONTACT.
            COPY "STUDENT-CONTACT-RECORD.cpy".

        FD  STUDENT-YEAR.
            COPY "STUDENT-YEAR-RECORD.cpy".

        FD  ATTENDANCE.
            COPY "ATTENDANCE-RECORD.cpy".

        FD  DISCIPLINE-NOTICE.
        01  DISCIPLINE-NOTICE-LINE   PIC X(160).

        FD  DISCIPLINE-SUMMARY-RPT.
        01  DISCIPLINE-SUMMARY-LINE  PIC X(80).

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-INSTRUCTOR-STATUS  PIC XX.
        01 WS-CONTACT-STATUS     PIC XX.
        01 WS-YEAR-STATUS        PIC XX.
        01 WS-ATTEND-STATUS      PIC XX.
        01 WS-NOTICE-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-CHECK-OK           PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).

      * the incident as keyed, held aside while the next free
      * sequence for the student and date is looked up
        01 WS-ENTRY-STUDENT      PIC X(6).
        01 WS-ENTRY-NAME         PIC X(5).
        01 WS-ENTRY-DATE         PIC 9(8).
        01 WS-ENTRY-TERM         PIC X(5).
        01 WS-ENTRY-TYPE         PIC X(4).
        01 WS-ENTRY-LOCATION     PIC X(12).
        01 WS-ENTRY-REPORTER     PIC X(6).
        01 WS-ENTRY-ACTION       PIC X.
        01 WS-ENTRY-DAYS         PIC 9(2).
        01 WS-FIRST-DAY          PIC 9(8).
        01 WS-LAST-DAY           PIC 9(8).
        01 WS-RETURN-DAY         PIC 9(8).
        01 WS-NEXT-SEQ           PIC 9(2).
        01 WS-SEQ-FREE           PIC X.
        01 WS-ACTION-TEXT        PIC X(24).
        01 WS-DAY-IDX            PIC 9(2).
        01 WS-ATTEND-DATE        PIC 9(8).
        01 WS-ATTEND-WRITTEN     PIC 9(2).
        01 WS-LETTER-COUNT       PIC 9(2).
        01 WS-LIST-COUNT         PIC 9(3).
        01 WS-DAYS-DISP          PIC Z9.

      * longest out-of-school suspension a building administrator
      * may impose - anything longer is an expulsion referral
        78 MAX-SUSPEND-DAYS      VALUE 10.

      * incident types, loaded by LOAD-TYPE-TABLE, with the term
      * summary counts by grade level alongside - slots 1-14 are
      * levels 00-13, slot 15 a student with no STUDENT-YEAR level
        78 TYPE-COUNT            VALUE 10.
        78 LEVEL-SLOTS           VALUE 15.
        01 WS-TYPE-TABLE.
            05 WS-TY-ENTRY OCCURS 10 TIMES.
                10 WS-TY-CODE          PIC X(4).
                10 WS-TY-TEXT          PIC X(20).
                10 WS-TY-TOTAL         PIC 9(4).
                10 WS-TY-DAYS          PIC 9(5).
                10 WS-TY-LEVEL-COUNT   PIC 9(4) OCCURS 15 TIMES.
        01 WS-LEVEL-TOTALS.
            05 WS-LEVEL-TOTAL        PIC 9(4) OCCURS 15 TIMES.
        01 WS-TYPE-IDX           PIC 9(2).
        01 WS-FOUND-TYPE         PIC 9(2).
        01 WS-LEVEL-SLOT         PIC 9(2).
        01 WS-LEVEL-DISP         PIC 9(2).
        01 WS-SUMMARY-TERM       PIC X(5).
        01 WS-GRAND-TOTAL        PIC 9(5).
        01 WS-GRAND-DAYS         PIC 9(6).
        01 WS-COUNT-DISP         PIC ZZZ9.
        01 WS-SUSP-DISP          PIC ZZZZ9.
        01 WS-YEAR-OPEN          PIC X.

      * the shared business-day calendar - suspension days land on
      * school days only, see date-service.cob
        COPY "DATE-SERVICE-PARAMS.cpy".

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
            PERFORM LOAD-TYPE-TABLE
            PERFORM OPEN-DISCIPLINE-INCIDENT

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== DISCIPLINE INCIDENT ENTRY ====="
                DISPLAY "[1] ENTER AN INCIDENT"
                DISPLAY "[2] LIST A STUDENT'S INCIDENTS"
                DISPLAY "[3] TERM SUMMARY FOR THE STATE SAFETY REPORT"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ENTER-INCIDENT
                    WHEN 2
                        PERFORM LIST-INCIDENTS
                    WHEN 3
                        PERFORM TERM-SUMMARY
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE DISCIPLINE-INCIDENT
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-DISCIPLINE-INCIDENT.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after -
      *     same pattern as STUDENT-MAINTENANCE's OPEN-STUDENT-MASTER
            OPEN I-O DISCIPLINE-INCIDENT
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT DISCIPLINE-INCIDENT
                CLOSE DISCIPLINE-INCIDENT
                OPEN I-O DISCIPLINE-INCIDENT
            END-IF.

        LOAD-TYPE-TABLE.
      *     the incident categories the state safety report asks for
            MOVE "FGHT" TO WS-TY-CODE(1)
            MOVE "FIGHTING" TO WS-TY-TEXT(1)
            MOVE "BULY" TO WS-TY-CODE(2)
            MOVE "BULLYING/HARASSMENT" TO WS-TY-TEXT(2)
            MOVE "WEAP" TO WS-TY-CODE(3)
            MOVE "WEAPON" TO WS-TY-TEXT(3)
            MOVE "DRUG" TO WS-TY-CODE(4)
            MOVE "DRUGS/ALCOHOL" TO WS-TY-TEXT(4)
            MOVE "TOBC" TO WS-TY-CODE(5)
            MOVE "TOBACCO/VAPING" TO WS-TY-TEXT(5)
            MOVE "VAND" TO WS-TY-CODE(6)
            MOVE "VANDALISM" TO WS-TY-TEXT(6)
            MOVE "THFT" TO WS-TY-CODE(7)
            MOVE "THEFT" TO WS-TY-TEXT(7)
            MOVE "DEFY" TO WS-TY-CODE(8)
            MOVE "DEFIANCE" TO WS-TY-TEXT(8)
            MOVE "DISR" TO WS-TY-CODE(9)
            MOVE "CLASS DISRUPTION" TO WS-TY-TEXT(9)
            MOVE "OTHR" TO WS-TY-CODE(10)
            MOVE "OTHER" TO WS-TY-TEXT(10).

        SHOW-TYPE-CODES.
            DISPLAY "INCIDENT TYPES:"
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > TYPE-COUNT
                DISPLAY "  " WS-TY-CODE(WS-TYPE-IDX) " "
                    WS-TY-TEXT(WS-TYPE-IDX)
            END-PERFORM.

        FIND-TYPE-SLOT.
            MOVE ZERO TO WS-FOUND-TYPE
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > TYPE-COUNT
                IF WS-TY-CODE(WS-TYPE-IDX) = WS-ENTRY-TYPE
                    MOVE WS-TYPE-IDX TO WS-FOUND-TYPE
                END-IF
            END-PERFORM.

        DESCRIBE-ACTION.
            MOVE "Y" TO WS-CHECK-OK
            EVALUATE WS-ENTRY-ACTION
                WHEN "W"
                    MOVE "WARNING" TO WS-ACTION-TEXT
                WHEN "C"
                    MOVE "GUARDIAN CONFERENCE" TO WS-ACTION-TEXT
                WHEN "D"
                    MOVE "DETENTION" TO WS-ACTION-TEXT
                WHEN "I"
                    MOVE "IN-SCHOOL SUSPENSION" TO WS-ACTION-TEXT
                WHEN "S"
                    MOVE "OUT-OF-SCHOOL SUSPENSION" TO WS-ACTION-TEXT
                WHEN "E"
                    MOVE "EXPULSION REFERRAL" TO WS-ACTION-TEXT
                WHEN OTHER
                    MOVE "N" TO WS-CHECK-OK
                    MOVE "UNKNOWN" TO WS-ACTION-TEXT
            END-EVALUATE.

        ENTER-INCIDENT.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT WS-ENTRY-STUDENT
            PERFORM CHECK-STUDENT-ON-FILE
            IF WS-CHECK-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            DISPLAY "INCIDENT DATE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-ENTRY-DATE
            IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-ENTRY-DATE
            END-IF
            MOVE "W" TO DSP-FUNCTION
            MOVE WS-ENTRY-DATE TO DSP-DATE-1
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF DSP-STATUS NOT = "Y"
                DISPLAY "REJECTED: INCIDENT DATE IS NOT A VALID DATE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER TERM (E.G. 2027F):"
            ACCEPT WS-ENTRY-TERM

            PERFORM SHOW-TYPE-CODES
            DISPLAY "ENTER INCIDENT TYPE (4 CHARS):"
            ACCEPT WS-ENTRY-TYPE
            PERFORM FIND-TYPE-SLOT
            IF WS-FOUND-TYPE = ZERO
                DISPLAY "UNKNOWN INCIDENT TYPE - NOT RECORDED"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "LOCATION (E.G. CAFETERIA, BUS 12):"
            MOVE SPACES TO WS-ENTRY-LOCATION
            ACCEPT WS-ENTRY-LOCATION

            DISPLAY "REPORTED BY - INSTRUCTOR ID (6 CHARS):"
            ACCEPT WS-ENTRY-REPORTER
            PERFORM CHECK-INSTRUCTOR-ON-FILE
            IF WS-CHECK-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "ACTION: [W] WARNING [C] GUARDIAN CONFERENCE"
            DISPLAY "  [D] DETENTION [I] IN-SCHOOL SUSPENSION"
            DISPLAY "  [S] OUT-OF-SCHOOL SUSPENSION"
            DISPLAY "  [E] EXPULSION REFERRAL"
            ACCEPT WS-ENTRY-ACTION
            PERFORM DESCRIBE-ACTION
            IF WS-CHECK-OK NOT = "Y"
                DISPLAY "UNKNOWN ACTION CODE - NOT RECORDED"
                EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-ENTRY-DAYS
            MOVE ZERO TO WS-FIRST-DAY
            MOVE ZERO TO WS-LAST-DAY
            MOVE ZERO TO WS-RETURN-DAY
            IF WS-ENTRY-ACTION = "S"
                DISPLAY "SCHOOL DAYS SUSPENDED (1-" MAX-SUSPEND-DAYS
                    "):"
                ACCEPT WS-ENTRY-DAYS
                IF WS-ENTRY-DAYS = ZERO
                        OR WS-ENTRY-DAYS > MAX-SUSPEND-DAYS
                    DISPLAY "REJECTED: SUSPENSION MUST BE 1 TO "
                        MAX-SUSPEND-DAYS " SCHOOL DAYS"
                    EXIT PARAGRAPH
                END-IF
                DISPLAY "FIRST DAY OUT (YYYYMMDD, 0 = NEXT SCHOOL"
                    " DAY):"
                ACCEPT WS-FIRST-DAY
                PERFORM PLAN-SUSPENSION-DAYS
                IF WS-CHECK-OK NOT = "Y"
                    EXIT PARAGRAPH
                END-IF
            END-IF

            DISPLAY "INCIDENT: " WS-ENTRY-STUDENT " " WS-ENTRY-NAME
                " ON " WS-ENTRY-DATE " " WS-TY-TEXT(WS-FOUND-TYPE)
            DISPLAY "  ACTION: " WS-ACTION-TEXT
            IF WS-ENTRY-ACTION = "S"
                MOVE WS-ENTRY-DAYS TO WS-DAYS-DISP
                DISPLAY "  OUT " WS-DAYS-DISP " SCHOOL DAYS "
                    WS-FIRST-DAY " THRU " WS-LAST-DAY
                    ", RETURNS " WS-RETURN-DAY
            END-IF
            DISPLAY "RECORD THIS INCIDENT (Y/N):"
            ACCEPT WS-ID-ANSWER
            IF WS-ID-ANSWER NOT = "Y" AND WS-ID-ANSWER NOT = "y"
                DISPLAY "ENTRY CANCELLED"
                EXIT PARAGRAPH
            END-IF

            PERFORM FIND-NEXT-SEQUENCE
            IF WS-SEQ-FREE NOT = "Y"
                DISPLAY "REJECTED: TOO MANY INCIDENTS ON THAT DATE"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ENTRY-STUDENT TO DI-STUDENT-ID
            MOVE WS-ENTRY-DATE TO DI-INCIDENT-DATE
            MOVE WS-NEXT-SEQ TO DI-SEQ
            MOVE WS-ENTRY-TERM TO DI-TERM
            MOVE WS-ENTRY-TYPE TO DI-INCIDENT-TYPE
            MOVE WS-ENTRY-LOCATION TO DI-LOCATION
            MOVE WS-ENTRY-REPORTER TO DI-REPORTED-BY
            MOVE WS-ENTRY-ACTION TO DI-ACTION
            MOVE WS-ENTRY-DAYS TO DI-SUSPEND-DAYS
            MOVE WS-FIRST-DAY TO DI-SUSPEND-START
            MOVE WS-LAST-DAY TO DI-SUSPEND-END
            MOVE WS-RETURN-DAY TO DI-RETURN-DATE
            MOVE WS-OPERATOR-ID TO DI-ENTERED-BY
            MOVE WS-TODAY-TIMESTAMP(1:8) TO DI-ENTERED-DATE
            WRITE DISCIPLINE-INCIDENT-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: INCIDENT ALREADY ON FILE"
                    EXIT PARAGRAPH
            END-WRITE
            DISPLAY "INCIDENT RECORDED: " DI-STUDENT-ID " "
                DI-INCIDENT-DATE " SEQ " DI-SEQ

            IF WS-ENTRY-ACTION = "S"
                PERFORM WRITE-SUSPENSION-ATTENDANCE
            END-IF
            PERFORM WRITE-GUARDIAN-NOTICES.

        CHECK-STUDENT-ON-FILE.
      *     only a current student collects an incident
            MOVE "N" TO WS-CHECK-OK
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ENTRY-STUDENT TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                NOT INVALID KEY
                    IF SM-STATUS = "W" OR SM-STATUS = "D"
                        DISPLAY "REJECTED: STUDENT HAS LEFT ("
                            SM-STATUS ")"
                    ELSE
                        MOVE SM-NAME TO WS-ENTRY-NAME
                        MOVE "Y" TO WS-CHECK-OK
                    END-IF
            END-READ
            CLOSE STUDENT-MASTER.

        CHECK-INSTRUCTOR-ON-FILE.
            MOVE "N" TO WS-CHECK-OK
            OPEN INPUT INSTRUCTOR-MASTER
            IF WS-INSTRUCTOR-STATUS NOT = "00"
                DISPLAY "INSTRUCTOR-MASTER NOT AVAILABLE - STATUS "
                    WS-INSTRUCTOR-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ENTRY-REPORTER TO IN-INSTRUCTOR-ID
            READ INSTRUCTOR-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: INSTRUCTOR ID NOT ON FILE"
                NOT INVALID KEY
                    MOVE "Y" TO WS-CHECK-OK
            END-READ
            CLOSE INSTRUCTOR-MASTER.

        PLAN-SUSPENSION-DAYS.
      *     the first day out is a school day - the next one after
      *     the incident when none is given, or the next one on or
      *     after the date keyed; the last day is the days-out count
      *     of school days later, and the student returns the school
      *     day after that
            MOVE "N" TO WS-CHECK-OK
            IF WS-FIRST-DAY = ZERO
                MOVE "A" TO DSP-FUNCTION
                MOVE WS-ENTRY-DATE TO DSP-DATE-1
                MOVE 1 TO DSP-DAY-COUNT
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                MOVE DSP-RESULT-DATE TO WS-FIRST-DAY
            ELSE
                MOVE "W" TO DSP-FUNCTION
                MOVE WS-FIRST-DAY TO DSP-DATE-1
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                IF DSP-STATUS NOT = "Y"
                    DISPLAY "REJECTED: FIRST DAY OUT IS NOT A VALID"
                        " DATE"
                    EXIT PARAGRAPH
                END-IF
                IF DSP-WORK-DAY = "N"
                    MOVE "A" TO DSP-FUNCTION
                    MOVE 1 TO DSP-DAY-COUNT
                    CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                    MOVE DSP-RESULT-DATE TO WS-FIRST-DAY
                    DISPLAY "NOT A SCHOOL DAY - FIRST DAY OUT MOVED"
                        " TO " WS-FIRST-DAY
                END-IF
            END-IF

            MOVE WS-FIRST-DAY TO WS-LAST-DAY
            IF WS-ENTRY-DAYS > 1
                MOVE "A" TO DSP-FUNCTION
                MOVE WS-FIRST-DAY TO DSP-DATE-1
                COMPUTE DSP-DAY-COUNT = WS-ENTRY-DAYS - 1
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                MOVE DSP-RESULT-DATE TO WS-LAST-DAY
            END-IF

            MOVE "A" TO DSP-FUNCTION
            MOVE WS-LAST-DAY TO DSP-DATE-1
            MOVE 1 TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            MOVE DSP-RESULT-DATE TO WS-RETURN-DAY
            MOVE "Y" TO WS-CHECK-OK.

        FIND-NEXT-SEQUENCE.
      *     a second incident for the same student on the same day
      *     takes the next sequence
            MOVE 1 TO WS-NEXT-SEQ
            MOVE "N" TO WS-SEQ-FREE
            PERFORM UNTIL WS-SEQ-FREE = "Y" OR WS-NEXT-SEQ = 99
                MOVE WS-ENTRY-STUDENT TO DI-STUDENT-ID
                MOVE WS-ENTRY-DATE TO DI-INCIDENT-DATE
                MOVE WS-NEXT-SEQ TO DI-SEQ
                READ DISCIPLINE-INCIDENT
                    INVALID KEY
                        MOVE "Y" TO WS-SEQ-FREE
                    NOT INVALID KEY
                        ADD 1 TO WS-NEXT-SEQ
                END-READ
            END-PERFORM.

        WRITE-SUSPENSION-ATTENDANCE.
      *     one excused-suspension day per school day out, so the
      *     days stop being keyed as plain absences and stay out of
      *     the absence-threshold letters
            OPEN EXTEND ATTENDANCE
            IF WS-ATTEND-STATUS = "05" OR WS-ATTEND-STATUS = "35"
                CLOSE ATTENDANCE
                OPEN OUTPUT ATTENDANCE
            END-IF
            MOVE ZERO TO WS-ATTEND-WRITTEN
            MOVE WS-FIRST-DAY TO WS-ATTEND-DATE
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > WS-ENTRY-DAYS
                MOVE WS-ENTRY-STUDENT TO AT-STUDENT-ID
                MOVE WS-ATTEND-DATE TO AT-DATE
                MOVE "S" TO AT-CODE
                WRITE ATTENDANCE-RECORD
                ADD 1 TO WS-ATTEND-WRITTEN
                MOVE "A" TO DSP-FUNCTION
                MOVE WS-ATTEND-DATE TO DSP-DATE-1
                MOVE 1 TO DSP-DAY-COUNT
                CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                MOVE DSP-RESULT-DATE TO WS-ATTEND-DATE
            END-PERFORM
            CLOSE ATTENDANCE
            DISPLAY "SUSPENSION DAYS WRITTEN TO ATTENDANCE: "
                WS-ATTEND-WRITTEN.

        WRITE-GUARDIAN-NOTICES.
      *     one letter row per guardian on STUDENT-CONTACT, in
      *     priority order, for the office's mail merge - same
      *     append-with-header idea as the other notice feeds
            MOVE ZERO TO WS-LETTER-COUNT
            OPEN INPUT STUDENT-CONTACT
            IF WS-CONTACT-STATUS NOT = "00"
                DISPLAY "STUDENT-CONTACT NOT AVAILABLE - NO GUARDIAN"
                    " LETTERS WRITTEN"
                EXIT PARAGRAPH
            END-IF

            OPEN EXTEND DISCIPLINE-NOTICE
            IF WS-NOTICE-STATUS = "05" OR WS-NOTICE-STATUS = "35"
                CLOSE DISCIPLINE-NOTICE
                OPEN OUTPUT DISCIPLINE-NOTICE
                MOVE SPACES TO DISCIPLINE-NOTICE-LINE
                STRING "STUDENT-ID,GUARDIAN,RELATIONSHIP,PHONE,"
                       "INCIDENT-DATE,INCIDENT,ACTION,DAYS-OUT,"
                       "FIRST-DAY-OUT,RETURN-DATE"
                       DELIMITED BY SIZE INTO DISCIPLINE-NOTICE-LINE
                WRITE DISCIPLINE-NOTICE-LINE
            END-IF

            MOVE WS-ENTRY-STUDENT TO SC-STUDENT-ID
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
                        IF SC-STUDENT-ID NOT = WS-ENTRY-STUDENT
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM WRITE-ONE-NOTICE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DISCIPLINE-NOTICE
            CLOSE STUDENT-CONTACT

            IF WS-LETTER-COUNT = ZERO
                DISPLAY "WARNING: NO GUARDIAN ON STUDENT-CONTACT -"
                    " NOTIFY BY HAND"
            ELSE
                DISPLAY "GUARDIAN LETTERS WRITTEN: " WS-LETTER-COUNT
            END-IF.

        WRITE-ONE-NOTICE.
            MOVE WS-ENTRY-DAYS TO WS-DAYS-DISP
            MOVE SPACES TO DISCIPLINE-NOTICE-LINE
            STRING FUNCTION TRIM(WS-ENTRY-STUDENT) ","
                   FUNCTION TRIM(FIRST-NAME OF STUDENT-CONTACT-RECORD)
                   " "
                   FUNCTION TRIM(LAST-NAME OF STUDENT-CONTACT-RECORD)
                   "," FUNCTION TRIM(SC-RELATIONSHIP)
                   "," FUNCTION TRIM(SC-PHONE)
                   "," WS-ENTRY-DATE
                   "," FUNCTION TRIM(WS-TY-TEXT(WS-FOUND-TYPE))
                   "," FUNCTION TRIM(WS-ACTION-TEXT)
                   "," FUNCTION TRIM(WS-DAYS-DISP)
                   "," WS-FIRST-DAY
                   "," WS-RETURN-DAY
                   DELIMITED BY SIZE INTO DISCIPLINE-NOTICE-LINE
            WRITE DISCIPLINE-NOTICE-LINE
            ADD 1 TO WS-LETTER-COUNT.

        LIST-INCIDENTS.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT WS-ENTRY-STUDENT
            MOVE WS-ENTRY-STUDENT TO DI-STUDENT-ID
            MOVE ZERO TO DI-INCIDENT-DATE
            MOVE ZERO TO DI-SEQ
            MOVE ZERO TO WS-LIST-COUNT
            START DISCIPLINE-INCIDENT KEY >= DI-INCIDENT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ DISCIPLINE-INCIDENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DI-STUDENT-ID NOT = WS-ENTRY-STUDENT
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM LIST-ONE-INCIDENT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO INCIDENTS ON FILE FOR " WS-ENTRY-STUDENT
            END-IF.

        LIST-ONE-INCIDENT.
            MOVE DI-INCIDENT-TYPE TO WS-ENTRY-TYPE
            PERFORM FIND-TYPE-SLOT
            MOVE DI-ACTION TO WS-ENTRY-ACTION
            PERFORM DESCRIBE-ACTION
            DISPLAY DI-INCIDENT-DATE "-" DI-SEQ " " DI-TERM " "
                DI-INCIDENT-TYPE " " DI-LOCATION " BY "
                DI-REPORTED-BY
            DISPLAY "    " WS-ACTION-TEXT
            IF DI-ACTION = "S"
                MOVE DI-SUSPEND-DAYS TO WS-DAYS-DISP
                DISPLAY "    OUT " WS-DAYS-DISP " DAYS "
                    DI-SUSPEND-START " THRU " DI-SUSPEND-END
                    ", RETURNED " DI-RETURN-DATE
            END-IF
            ADD 1 TO WS-LIST-COUNT.

        TERM-SUMMARY.
      *     every incident for the term, counted by type and by the
      *     student's grade level on STUDENT-YEAR
            DISPLAY "ENTER TERM TO SUMMARIZE (E.G. 2027F):"
            ACCEPT WS-SUMMARY-TERM
            MOVE ZERO TO WS-GRAND-TOTAL
            MOVE ZERO TO WS-GRAND-DAYS
            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > TYPE-COUNT
                MOVE ZERO TO WS-TY-TOTAL(WS-TYPE-IDX)
                MOVE ZERO TO WS-TY-DAYS(WS-TYPE-IDX)
                PERFORM VARYING WS-LEVEL-SLOT FROM 1 BY 1
                        UNTIL WS-LEVEL-SLOT > LEVEL-SLOTS
                    MOVE ZERO TO
                        WS-TY-LEVEL-COUNT(WS-TYPE-IDX, WS-LEVEL-SLOT)
                END-PERFORM
            END-PERFORM
            PERFORM VARYING WS-LEVEL-SLOT FROM 1 BY 1
                    UNTIL WS-LEVEL-SLOT > LEVEL-SLOTS
                MOVE ZERO TO WS-LEVEL-TOTAL(WS-LEVEL-SLOT)
            END-PERFORM

      *     a school that has never rolled a year has no levels yet -
      *     every incident then counts as level not on file
            MOVE "N" TO WS-YEAR-OPEN
            OPEN INPUT STUDENT-YEAR
            IF WS-YEAR-STATUS = "00"
                MOVE "Y" TO WS-YEAR-OPEN
            END-IF

            MOVE LOW-VALUES TO DI-INCIDENT-KEY
            START DISCIPLINE-INCIDENT KEY >= DI-INCIDENT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ DISCIPLINE-INCIDENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DI-TERM = WS-SUMMARY-TERM
                            PERFORM TALLY-ONE-INCIDENT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-YEAR-OPEN = "Y"
                CLOSE STUDENT-YEAR
            END-IF

            PERFORM WRITE-TERM-SUMMARY
            DISPLAY "TERM SUMMARY WRITTEN TO DISCIPLINE-SUMMARY-RPT"
                ".DAT - INCIDENTS: " WS-GRAND-TOTAL.

        TALLY-ONE-INCIDENT.
            MOVE DI-INCIDENT-TYPE TO WS-ENTRY-TYPE
            PERFORM FIND-TYPE-SLOT
            IF WS-FOUND-TYPE = ZERO
                MOVE TYPE-COUNT TO WS-FOUND-TYPE
            END-IF

            MOVE LEVEL-SLOTS TO WS-LEVEL-SLOT
            IF WS-YEAR-OPEN = "Y"
                MOVE DI-STUDENT-ID TO SY-STUDENT-ID
                READ STUDENT-YEAR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SY-LEVEL < LEVEL-SLOTS - 1
                            COMPUTE WS-LEVEL-SLOT = SY-LEVEL + 1
                        END-IF
                END-READ
            END-IF

            ADD 1 TO WS-TY-TOTAL(WS-FOUND-TYPE)
            ADD 1 TO WS-TY-LEVEL-COUNT(WS-FOUND-TYPE, WS-LEVEL-SLOT)
            ADD 1 TO WS-LEVEL-TOTAL(WS-LEVEL-SLOT)
            ADD 1 TO WS-GRAND-TOTAL
            ADD DI-SUSPEND-DAYS TO WS-TY-DAYS(WS-FOUND-TYPE)
            ADD DI-SUSPEND-DAYS TO WS-GRAND-DAYS.

        WRITE-TERM-SUMMARY.
            OPEN OUTPUT DISCIPLINE-SUMMARY-RPT
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            STRING "DISCIPLINE INCIDENT SUMMARY - TERM "
                   WS-SUMMARY-TERM " - RUN DATE "
                   WS-TODAY-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE

            PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > TYPE-COUNT
                IF WS-TY-TOTAL(WS-TYPE-IDX) > ZERO
                    PERFORM WRITE-SUMMARY-TYPE
                END-IF
            END-PERFORM

            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            STRING "ALL INCIDENTS BY GRADE LEVEL"
                   DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE
            PERFORM VARYING WS-LEVEL-SLOT FROM 1 BY 1
                    UNTIL WS-LEVEL-SLOT > LEVEL-SLOTS
                IF WS-LEVEL-TOTAL(WS-LEVEL-SLOT) > ZERO
                    MOVE WS-LEVEL-TOTAL(WS-LEVEL-SLOT)
                        TO WS-COUNT-DISP
                    PERFORM WRITE-SUMMARY-LEVEL
                END-IF
            END-PERFORM

            MOVE WS-GRAND-TOTAL TO WS-COUNT-DISP
            MOVE WS-GRAND-DAYS TO WS-SUSP-DISP
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            STRING "TOTAL INCIDENTS " WS-COUNT-DISP
                   "   SUSPENSION DAYS " WS-SUSP-DISP
                   DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE
            CLOSE DISCIPLINE-SUMMARY-RPT.

        WRITE-SUMMARY-TYPE.
            MOVE WS-TY-TOTAL(WS-TYPE-IDX) TO WS-COUNT-DISP
            MOVE WS-TY-DAYS(WS-TYPE-IDX) TO WS-SUSP-DISP
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            STRING WS-TY-CODE(WS-TYPE-IDX) " "
                   WS-TY-TEXT(WS-TYPE-IDX)
                   " INCIDENTS " WS-COUNT-DISP
                   "   SUSPENSION DAYS " WS-SUSP-DISP
                   DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE
            PERFORM VARYING WS-LEVEL-SLOT FROM 1 BY 1
                    UNTIL WS-LEVEL-SLOT > LEVEL-SLOTS
                IF WS-TY-LEVEL-COUNT(WS-TYPE-IDX, WS-LEVEL-SLOT)
                        > ZERO
                    MOVE WS-TY-LEVEL-COUNT(WS-TYPE-IDX,
                        WS-LEVEL-SLOT) TO WS-COUNT-DISP
                    PERFORM WRITE-SUMMARY-LEVEL
                END-IF
            END-PERFORM
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            WRITE DISCIPLINE-SUMMARY-LINE.

        WRITE-SUMMARY-LEVEL.
            MOVE SPACES TO DISCIPLINE-SUMMARY-LINE
            IF WS-LEVEL-SLOT = LEVEL-SLOTS
                STRING "    LEVEL NOT ON FILE " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            ELSE
                COMPUTE WS-LEVEL-DISP = WS-LEVEL-SLOT - 1
                STRING "    GRADE LEVEL " WS-LEVEL-DISP
                       "       " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO DISCIPLINE-SUMMARY-LINE
            END-IF
            WRITE DISCIPLINE-SUMMARY-LINE.

            END PROGRAM DISCIPLINE-INCIDENT-ENTRY.

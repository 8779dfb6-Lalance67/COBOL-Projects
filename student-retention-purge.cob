      * STUDENT-RETENTION-PURGE - the annual records-retention run
      * for students who have left. MONTH-END-ARCHIVE ages out the
      * logs, but a withdrawn (W) or graduated (D) student used to
      * stay on STUDENT-MASTER, ENROLLMENT, ATTENDANCE, HEALTH-RECORD
      * and STUDENT-CONTACT forever. Each record type has its own
      * retention period in the parameter master, counted in whole
      * years from the student's SM-EXIT-MONTH:
      *   RETAIN-ENROLL-YEARS  - the transcript and GPA history are
      *                          copied to PERMANENT-RECORD.DAT (the
      *                          only part kept forever) and then
      *                          removed from ENROLLMENT/GPA-HISTORY
      *   RETAIN-ATTEND-YEARS  - ATTENDANCE rows and the closed
      *                          ATTENDANCE-YEAR totals destroyed
      *   RETAIN-HEALTH-YEARS  - HEALTH-RECORD rows destroyed
      *   RETAIN-CONTACT-YEARS - STUDENT-CONTACT rows destroyed
      *   RETAIN-STUDENT-YEARS - the STUDENT-MASTER record itself
      *                          with its STUDENT-NAME full name,
      *                          STUDENT-YEAR grade level,
      *                          DISCIPLINE-INCIDENT history and
      *                          TEST-SCORE results, STUDENT-HOLD
      *                          holds,
      *                          and the name scrubbed out of the
      *                          STUDENT-EXPORT.CSV and state extract
      *                          files still on disk
      * The master always goes last - it is never destroyed before
      * every other type has been, since it is how the run finds
      * the student at all. A withdrawn student from before exit
      * months were kept gets one from the latest drop date on
      * their withdrawn enrollments. Every student touched is listed
      * on CERTIFICATE-OF-DESTRUCTION.DAT for the records officer
      * to sign. Run once a year after the school year closes.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STUDENT-RETENTION-PURGE.

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

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

            SELECT GPA-HISTORY ASSIGN TO "GPA-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT ATTENDANCE ASSIGN TO "ATTENDANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT ATTENDANCE-YEAR ASSIGN TO "ATTENDANCE-YEAR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT STUDENT-YEAR ASSIGN TO "STUDENT-YEAR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SY-STUDENT-ID
                FILE STATUS IS WS-YEAR-STATUS.

            SELECT DISCIPLINE-INCIDENT
                ASSIGN TO "DISCIPLINE-INCIDENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DI-INCIDENT-KEY
                FILE STATUS IS WS-INCIDENT-STATUS.

            SELECT TEST-SCORE ASSIGN TO "TEST-SCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TS-SCORE-KEY
                FILE STATUS IS WS-SCORE-STATUS.

            SELECT STUDENT-HOLD-FILE ASSIGN TO "STUDENT-HOLD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HD-HOLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

            SELECT HEALTH-FILE ASSIGN TO "HEALTH-RECORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HEALTH-STATUS.

            SELECT PERMANENT-FILE ASSIGN TO "PERMANENT-RECORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERMANENT-STATUS.

            SELECT STUDENT-EXPORT ASSIGN TO "STUDENT-EXPORT.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXPORT-STATUS.

            SELECT STATE-EXTRACT ASSIGN TO "STATE-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXPORT-STATUS.

            SELECT EXTRACT-EDIT ASSIGN TO "STATE-EXTRACT-EDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXPORT-STATUS.

      *     one scratch file serves every line-sequential rewrite -
      *     keepers are copied out, then copied back over the
      *     original, the same swap TERM-END-CLOSE uses
            SELECT PURGE-WORK ASSIGN TO "RETENTION-PURGE-WORK.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-STATUS.

            SELECT CERTIFICATE ASSIGN TO
                    "CERTIFICATE-OF-DESTRUCTION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CERT-STATUS.

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

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        FD  GPA-HISTORY.
            COPY "GPA-HISTORY-RECORD.cpy".

        FD  ATTENDANCE.
            COPY "ATTENDANCE-RECORD.cpy".

        FD  ATTENDANCE-YEAR.
            COPY "ATTENDANCE-YEAR-RECORD.cpy".

        FD  STUDENT-YEAR.
            COPY "STUDENT-YEAR-RECORD.cpy".

        FD  DISCIPLINE-INCIDENT.
            COPY "DISCIPLINE-INCIDENT-RECORD.cpy".

        FD  TEST-SCORE.
            COPY "TEST-SCORE-RECORD.cpy".

        FD  STUDENT-HOLD-FILE.
            COPY "STUDENT-HOLD-RECORD.cpy".

        FD  HEALTH-FILE.
            COPY "HEALTH-RECORD.cpy".

        FD  PERMANENT-FILE.
            COPY "PERMANENT-RECORD.cpy".

        FD  STUDENT-EXPORT.
        01  CSV-LINE                 PIC X(40).

        FD  STATE-EXTRACT.
            COPY "STATE-EXTRACT-RECORD.cpy".

        FD  EXTRACT-EDIT.
        01  EXTRACT-EDIT-LINE        PIC X(80).

        FD  PURGE-WORK.
        01  PURGE-WORK-RECORD        PIC X(132).

        FD  CERTIFICATE.
        01  CERTIFICATE-LINE         PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-COURSE-STATUS      PIC XX.
        01 WS-CONTACT-STATUS     PIC XX.
        01 WS-NAME-STATUS        PIC XX.
        01 WS-YEAR-STATUS        PIC XX.
        01 WS-INCIDENT-STATUS    PIC XX.
        01 WS-SCORE-STATUS       PIC XX.
        01 WS-HOLD-STATUS        PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-ATTEND-STATUS      PIC XX.
        01 WS-HEALTH-STATUS      PIC XX.
        01 WS-PERMANENT-STATUS   PIC XX.
        01 WS-EXPORT-STATUS      PIC XX.
        01 WS-WORK-STATUS        PIC XX.
        01 WS-CERT-STATUS        PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SCAN-EOF           PIC X VALUE "N".
        01 WS-ENROLL-OPEN        PIC X VALUE "N".
        01 WS-COURSE-OPEN        PIC X VALUE "N".
        01 WS-NAME-OPEN          PIC X VALUE "N".
        01 WS-YEAR-OPEN          PIC X VALUE "N".
        01 WS-INCIDENT-OPEN      PIC X VALUE "N".
        01 WS-INCIDENT-EOF       PIC X.
        01 WS-SCORE-OPEN         PIC X VALUE "N".
        01 WS-SCORE-EOF          PIC X.
        01 WS-HOLD-OPEN          PIC X VALUE "N".
        01 WS-HOLD-EOF           PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TODAY-YEAR         PIC 9(4).
        01 WS-TODAY-MONTH        PIC 99.
        01 WS-CURRENT-MONTH-NO   PIC 9(6).
        01 WS-EXIT-YEAR          PIC 9(4).
        01 WS-EXIT-MM            PIC 99.
        01 WS-MONTHS-GONE        PIC S9(6).
        01 WS-LATEST-DROP        PIC 9(8).
        01 WS-LOOKUP-ID          PIC X(6).

      * retention schedule, in years, out of the parameter master
        01 WS-RETAIN-STUDENT-YEARS PIC 9(3).
        01 WS-RETAIN-ENROLL-YEARS  PIC 9(3).
        01 WS-RETAIN-ATTEND-YEARS  PIC 9(3).
        01 WS-RETAIN-HEALTH-YEARS  PIC 9(3).
        01 WS-RETAIN-CONTACT-YEARS PIC 9(3).

      * every departed student with something due this run, held in
      * student-id order (the master is read in key order) so the
      * sequential sweeps can find a row's student with SEARCH ALL
        78 DEPARTED-MAX          VALUE 2000.
        01 WS-DEPARTED-COUNT     PIC 9(4) VALUE ZERO.
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-DEPARTED-TABLE.
            05 WS-DEP-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-DEPARTED-COUNT
                               ASCENDING KEY IS WS-DEP-STUDENT-ID
                               INDEXED BY WS-DEP-IDX.
                10 WS-DEP-STUDENT-ID   PIC X(6).
                10 WS-DEP-STATUS       PIC X.
                10 WS-DEP-EXIT-MONTH   PIC 9(6).
                10 WS-DEP-NO-EXIT      PIC X.
                10 WS-DEP-ENROLL-DUE   PIC X.
                10 WS-DEP-ATTEND-DUE   PIC X.
                10 WS-DEP-HEALTH-DUE   PIC X.
                10 WS-DEP-CONTACT-DUE  PIC X.
                10 WS-DEP-MASTER-DUE   PIC X.
                10 WS-DEP-ARCHIVED     PIC X.
                10 WS-DEP-MASTER-PURGED PIC X.
                10 WS-DEP-ENROLL-COUNT PIC 9(4).
                10 WS-DEP-GPA-COUNT    PIC 9(4).
                10 WS-DEP-ATTEND-COUNT PIC 9(5).
                10 WS-DEP-HEALTH-COUNT PIC 9(4).
                10 WS-DEP-CONTACT-COUNT PIC 9(2).

        01 WS-DEP-SUB            PIC 9(4).
        01 WS-PURGED-MASTERS     PIC 9(5) VALUE ZERO.
        01 WS-ARCHIVED-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-NO-EXIT-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-BACKFILL-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-ENROLL       PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-GPA          PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-ATTEND       PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-HEALTH       PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-CONTACT      PIC 9(7) VALUE ZERO.
        01 WS-SCRUB-COUNT        PIC 9(7) VALUE ZERO.

      * STUDENT-EXPORT.CSV pieces - the name column is emptied and
      * the line rebuilt around it
        01 WS-CSV-ID             PIC X(6).
        01 WS-CSV-NAME           PIC X(5).
        01 WS-CSV-AGE            PIC X(2).
        01 WS-CSV-GRADE          PIC X(4).

        01 WS-CERT-STATUS-DISP   PIC X(10).
        01 WS-CERT-ARCHIVE-DISP  PIC X(8).
        01 WS-CERT-MASTER-DISP   PIC X(9).

      * reservation protocol against the maintenance screens - see
      * file-reserve.cob
        COPY "FILE-RESERVE-PARAMS.cpy".

      * retention years per record type - see system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * run-control log entry for this job - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "STUDENT-RETENTION-PURGE" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE "Q" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS
            IF FR-BUSY = "Y"
                DISPLAY "STUDENT-MASTER RESERVED BY " FR-HELD-BY
                    " - RUN NOT STARTED"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "BUSY" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            MOVE "S" TO FR-FUNCTION
            MOVE "STUDENT-RETENTION-PURGE" TO FR-HOLDER
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YEAR
            MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MONTH
            COMPUTE WS-CURRENT-MONTH-NO =
                (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH

            PERFORM LOAD-RETENTION-SCHEDULE

            OPEN I-O STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                PERFORM RELEASE-RESERVATION
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            OPEN I-O ENROLLMENT
            IF WS-ENROLL-STATUS = "00"
                MOVE "Y" TO WS-ENROLL-OPEN
            END-IF

            PERFORM COLLECT-DEPARTED-STUDENTS
            PERFORM NOTE-ARCHIVED-STUDENTS

            OPEN INPUT COURSE-MASTER
            IF WS-COURSE-STATUS = "00"
                MOVE "Y" TO WS-COURSE-OPEN
            END-IF
            OPEN EXTEND PERMANENT-FILE
            IF WS-PERMANENT-STATUS = "05" OR WS-PERMANENT-STATUS = "35"
                OPEN OUTPUT PERMANENT-FILE
            END-IF

            PERFORM ARCHIVE-TRANSCRIPTS
            PERFORM MOVE-GPA-HISTORY
            CLOSE PERMANENT-FILE
            IF WS-COURSE-OPEN = "Y"
                CLOSE COURSE-MASTER
            END-IF
            IF WS-ENROLL-OPEN = "Y"
                CLOSE ENROLLMENT
            END-IF

            PERFORM PURGE-ATTENDANCE
            PERFORM PURGE-ATTENDANCE-YEARS
            PERFORM PURGE-HEALTH-RECORDS
            PERFORM PURGE-CONTACTS
            PERFORM PURGE-STUDENT-MASTERS
            CLOSE STUDENT-MASTER

            PERFORM SCRUB-STUDENT-EXPORT
            PERFORM SCRUB-STATE-EXTRACT
            PERFORM SCRUB-EXTRACT-EDIT

            PERFORM WRITE-CERTIFICATE
            PERFORM RELEASE-RESERVATION

            DISPLAY "RETENTION PURGE COMPLETE - STUDENTS LISTED: "
                WS-DEPARTED-COUNT " MASTERS PURGED: "
                WS-PURGED-MASTERS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-DEPARTED-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        RELEASE-RESERVATION.
      *     every exit path after the marker was set comes through
      *     here, so a failed run never leaves the screens locked
            MOVE "C" TO FR-FUNCTION
            CALL "FILE-RESERVE" USING FILE-RESERVE-PARAMS.

        LOAD-RETENTION-SCHEDULE.
            MOVE "RETAIN-ENROLL-YEARS" TO SPL-PARAM-KEY
            MOVE "YEARS ENROLLMENT KEPT AFTER A STUDENT LEAVES"
                TO SPL-DESCRIPTION
            MOVE 5 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RETAIN-ENROLL-YEARS

            MOVE "RETAIN-ATTEND-YEARS" TO SPL-PARAM-KEY
            MOVE "YEARS ATTENDANCE KEPT AFTER A STUDENT LEAVES"
                TO SPL-DESCRIPTION
            MOVE 3 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RETAIN-ATTEND-YEARS

            MOVE "RETAIN-HEALTH-YEARS" TO SPL-PARAM-KEY
            MOVE "YEARS HEALTH RECORDS KEPT AFTER STUDENT LEAVES"
                TO SPL-DESCRIPTION
            MOVE 1 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RETAIN-HEALTH-YEARS

            MOVE "RETAIN-CONTACT-YEARS" TO SPL-PARAM-KEY
            MOVE "YEARS CONTACTS KEPT AFTER A STUDENT LEAVES"
                TO SPL-DESCRIPTION
            MOVE 1 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RETAIN-CONTACT-YEARS

            MOVE "RETAIN-STUDENT-YEARS" TO SPL-PARAM-KEY
            MOVE "YEARS STUDENT MASTER KEPT AFTER STUDENT LEAVES"
                TO SPL-DESCRIPTION
            MOVE 5 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-RETAIN-STUDENT-YEARS

      *     the master is how every other type is found, so it can
      *     never be set to go before any of them
            IF WS-RETAIN-ENROLL-YEARS > WS-RETAIN-STUDENT-YEARS
                MOVE WS-RETAIN-ENROLL-YEARS TO WS-RETAIN-STUDENT-YEARS
            END-IF
            IF WS-RETAIN-ATTEND-YEARS > WS-RETAIN-STUDENT-YEARS
                MOVE WS-RETAIN-ATTEND-YEARS TO WS-RETAIN-STUDENT-YEARS
            END-IF
            IF WS-RETAIN-HEALTH-YEARS > WS-RETAIN-STUDENT-YEARS
                MOVE WS-RETAIN-HEALTH-YEARS TO WS-RETAIN-STUDENT-YEARS
            END-IF
            IF WS-RETAIN-CONTACT-YEARS > WS-RETAIN-STUDENT-YEARS
                MOVE WS-RETAIN-CONTACT-YEARS
                    TO WS-RETAIN-STUDENT-YEARS
            END-IF.

        COLLECT-DEPARTED-STUDENTS.
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SM-STATUS = "W" OR SM-STATUS = "D"
                            PERFORM CHECK-ONE-DEPARTED
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-ONE-DEPARTED.
            IF SM-EXIT-MONTH NOT NUMERIC
                MOVE ZERO TO SM-EXIT-MONTH
            END-IF
            IF SM-EXIT-MONTH = ZERO AND SM-STATUS = "W"
                PERFORM BACKFILL-EXIT-MONTH
            END-IF

            IF SM-EXIT-MONTH = ZERO
                MOVE ZERO TO WS-MONTHS-GONE
            ELSE
                MOVE SM-EXIT-MONTH(1:4) TO WS-EXIT-YEAR
                MOVE SM-EXIT-MONTH(5:2) TO WS-EXIT-MM
                COMPUTE WS-MONTHS-GONE = WS-CURRENT-MONTH-NO
                    - ((WS-EXIT-YEAR * 12) + WS-EXIT-MM)
      *         nothing is due yet for a student still inside the
      *         shortest retention period
                IF WS-MONTHS-GONE < WS-RETAIN-ENROLL-YEARS * 12
                        AND WS-MONTHS-GONE < WS-RETAIN-ATTEND-YEARS * 12
                        AND WS-MONTHS-GONE < WS-RETAIN-HEALTH-YEARS * 12
                        AND WS-MONTHS-GONE
                            < WS-RETAIN-CONTACT-YEARS * 12
                    EXIT PARAGRAPH
                END-IF
            END-IF

            IF WS-DEPARTED-COUNT >= DEPARTED-MAX
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-DEPARTED-COUNT
            MOVE WS-DEPARTED-COUNT TO WS-DEP-SUB
            INITIALIZE WS-DEP-ENTRY(WS-DEP-SUB)
            MOVE SM-STUDENT-ID TO WS-DEP-STUDENT-ID(WS-DEP-SUB)
            MOVE SM-STATUS TO WS-DEP-STATUS(WS-DEP-SUB)
            MOVE SM-EXIT-MONTH TO WS-DEP-EXIT-MONTH(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-NO-EXIT(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-ENROLL-DUE(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-ATTEND-DUE(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-HEALTH-DUE(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-CONTACT-DUE(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-MASTER-DUE(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-ARCHIVED(WS-DEP-SUB)
            MOVE "N" TO WS-DEP-MASTER-PURGED(WS-DEP-SUB)

      *     no exit month to count from - listed on the certificate
      *     as an exception for the office to correct by hand
            IF SM-EXIT-MONTH = ZERO
                MOVE "Y" TO WS-DEP-NO-EXIT(WS-DEP-SUB)
                ADD 1 TO WS-NO-EXIT-COUNT
                EXIT PARAGRAPH
            END-IF

            IF WS-MONTHS-GONE >= WS-RETAIN-ENROLL-YEARS * 12
                MOVE "Y" TO WS-DEP-ENROLL-DUE(WS-DEP-SUB)
            END-IF
            IF WS-MONTHS-GONE >= WS-RETAIN-ATTEND-YEARS * 12
                MOVE "Y" TO WS-DEP-ATTEND-DUE(WS-DEP-SUB)
            END-IF
            IF WS-MONTHS-GONE >= WS-RETAIN-HEALTH-YEARS * 12
                MOVE "Y" TO WS-DEP-HEALTH-DUE(WS-DEP-SUB)
            END-IF
            IF WS-MONTHS-GONE >= WS-RETAIN-CONTACT-YEARS * 12
                MOVE "Y" TO WS-DEP-CONTACT-DUE(WS-DEP-SUB)
            END-IF
            IF WS-MONTHS-GONE >= WS-RETAIN-STUDENT-YEARS * 12
                MOVE "Y" TO WS-DEP-MASTER-DUE(WS-DEP-SUB)
            END-IF.

        BACKFILL-EXIT-MONTH.
      *     withdrawn before SM-EXIT-MONTH was kept - the latest drop
      *     date on the student's withdrawn enrollments is when they
      *     left, and it is written back so next year's run has it
            IF WS-ENROLL-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-LATEST-DROP
            MOVE SM-STUDENT-ID TO EN-STUDENT-ID
            MOVE LOW-VALUES TO EN-COURSE-CODE
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
                        IF EN-STUDENT-ID NOT = SM-STUDENT-ID
                            MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                            IF EN-STATUS = "W"
                                    AND EN-DROP-DATE NUMERIC
                                    AND EN-DROP-DATE > WS-LATEST-DROP
                                MOVE EN-DROP-DATE TO WS-LATEST-DROP
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LATEST-DROP = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LATEST-DROP(1:6) TO SM-EXIT-MONTH
            REWRITE STUDENT-MASTER-RECORD
                INVALID KEY
                    DISPLAY "EXIT MONTH NOT SAVED FOR " SM-STUDENT-ID
                NOT INVALID KEY
                    ADD 1 TO WS-BACKFILL-COUNT
            END-REWRITE.

        FIND-DEPARTED.
      *     WS-LOOKUP-ID in; WS-FOUND Y with WS-DEP-IDX on the entry
            MOVE "N" TO WS-FOUND
            IF WS-DEPARTED-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL WS-DEP-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-DEP-STUDENT-ID(WS-DEP-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        NOTE-ARCHIVED-STUDENTS.
      *     a student whose transcript went to the permanent archive
      *     in an earlier year is not given a second header
            OPEN INPUT PERMANENT-FILE
            IF WS-PERMANENT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PERMANENT-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PR-RECORD-TYPE = "SH"
                            MOVE PR-STUDENT-ID TO WS-LOOKUP-ID
                            PERFORM FIND-DEPARTED
                            IF WS-FOUND = "Y"
                                MOVE "Y" TO WS-DEP-ARCHIVED(WS-DEP-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERMANENT-FILE.

        ARCHIVE-TRANSCRIPTS.
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-DEPARTED-COUNT
                IF WS-DEP-ENROLL-DUE(WS-DEP-SUB) = "Y"
                    PERFORM ARCHIVE-ONE-TRANSCRIPT
                END-IF
            END-PERFORM.

        ARCHIVE-ONE-TRANSCRIPT.
            IF WS-DEP-ARCHIVED(WS-DEP-SUB) NOT = "Y"
                PERFORM WRITE-ARCHIVE-HEADER
            END-IF
            IF WS-ENROLL-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DEP-STUDENT-ID(WS-DEP-SUB) TO EN-STUDENT-ID
            MOVE LOW-VALUES TO EN-COURSE-CODE
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
                        IF EN-STUDENT-ID
                                NOT = WS-DEP-STUDENT-ID(WS-DEP-SUB)
                            MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                            PERFORM ARCHIVE-ONE-COURSE
                        END-IF
                END-READ
            END-PERFORM.

        WRITE-ARCHIVE-HEADER.
      *     identity and exit as the master holds them now - the
      *     master itself may outlive this by a year or more
            MOVE WS-DEP-STUDENT-ID(WS-DEP-SUB) TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE SPACES TO PERMANENT-RECORD
            MOVE SM-STUDENT-ID TO PR-STUDENT-ID
            MOVE "SH" TO PR-RECORD-TYPE
            MOVE SM-NAME TO PR-SH-NAME
            MOVE SM-BIRTH-DATE TO PR-SH-BIRTH-DATE
            MOVE SM-ENROLL-DATE TO PR-SH-ENROLL-DATE
            MOVE SM-STATUS TO PR-SH-EXIT-STATUS
            MOVE SM-EXIT-MONTH TO PR-SH-EXIT-MONTH
            MOVE SM-PROGRAM-CODE TO PR-SH-PROGRAM-CODE
            MOVE SM-GPA TO PR-SH-CUM-GPA
            MOVE WS-TODAY-DATE TO PR-SH-ARCHIVE-DATE
            WRITE PERMANENT-RECORD
            MOVE "Y" TO WS-DEP-ARCHIVED(WS-DEP-SUB)
            ADD 1 TO WS-ARCHIVED-COUNT.

        ARCHIVE-ONE-COURSE.
            MOVE SPACES TO PERMANENT-RECORD
            MOVE EN-STUDENT-ID TO PR-STUDENT-ID
            MOVE "TC" TO PR-RECORD-TYPE
            MOVE EN-COURSE-CODE TO PR-TC-COURSE-CODE
            MOVE SPACES TO PR-TC-TITLE
            MOVE ZERO TO PR-TC-CREDIT-HOURS
            IF WS-COURSE-OPEN = "Y"
                MOVE EN-COURSE-CODE TO CO-COURSE-CODE
                READ COURSE-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CO-TITLE TO PR-TC-TITLE
                        MOVE CO-CREDIT-HOURS TO PR-TC-CREDIT-HOURS
                END-READ
            END-IF
            MOVE EN-TERM TO PR-TC-TERM
            MOVE EN-GRADE TO PR-TC-GRADE
            MOVE EN-STATUS TO PR-TC-STATUS
            WRITE PERMANENT-RECORD
            DELETE ENROLLMENT RECORD
                INVALID KEY
                    DISPLAY "ENROLLMENT NOT DELETED: " EN-ENROLL-KEY
                NOT INVALID KEY
                    ADD 1 TO WS-DEP-ENROLL-COUNT(WS-DEP-SUB)
                    ADD 1 TO WS-TOTAL-ENROLL
            END-DELETE.

        MOVE-GPA-HISTORY.
      *     closed-term history for an archived student moves to the
      *     permanent record; everyone else's rows are kept as is
            OPEN INPUT GPA-HISTORY
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ GPA-HISTORY
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SWEEP-ONE-GPA-ROW
                END-READ
            END-PERFORM
            CLOSE GPA-HISTORY
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT GPA-HISTORY
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO GPA-HISTORY-RECORD
                        WRITE GPA-HISTORY-RECORD
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE GPA-HISTORY.

        SWEEP-ONE-GPA-ROW.
            MOVE GH-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND = "Y"
                IF WS-DEP-ENROLL-DUE(WS-DEP-IDX) = "Y"
                    MOVE SPACES TO PERMANENT-RECORD
                    MOVE GH-STUDENT-ID TO PR-STUDENT-ID
                    MOVE "GH" TO PR-RECORD-TYPE
                    MOVE GH-TERM TO PR-GH-TERM
                    MOVE GH-TERM-GPA TO PR-GH-TERM-GPA
                    MOVE GH-CUM-GPA TO PR-GH-CUM-GPA
                    MOVE GH-CLOSE-DATE TO PR-GH-CLOSE-DATE
                    MOVE GH-CLASS-RANK TO PR-GH-CLASS-RANK
                    MOVE GH-CLASS-SIZE TO PR-GH-CLASS-SIZE
                    WRITE PERMANENT-RECORD
                    ADD 1 TO WS-DEP-GPA-COUNT(WS-DEP-IDX)
                    ADD 1 TO WS-TOTAL-GPA
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE GPA-HISTORY-RECORD TO PURGE-WORK-RECORD
            WRITE PURGE-WORK-RECORD.

        PURGE-ATTENDANCE.
            OPEN INPUT ATTENDANCE
            IF WS-ATTEND-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ATTENDANCE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SWEEP-ONE-ATTENDANCE
                END-READ
            END-PERFORM
            CLOSE ATTENDANCE
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT ATTENDANCE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO ATTENDANCE-RECORD
                        WRITE ATTENDANCE-RECORD
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE ATTENDANCE.

        SWEEP-ONE-ATTENDANCE.
            MOVE AT-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND = "Y"
                IF WS-DEP-ATTEND-DUE(WS-DEP-IDX) = "Y"
                    ADD 1 TO WS-DEP-ATTEND-COUNT(WS-DEP-IDX)
                    ADD 1 TO WS-TOTAL-ATTEND
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE ATTENDANCE-RECORD TO PURGE-WORK-RECORD
            WRITE PURGE-WORK-RECORD.

        PURGE-ATTENDANCE-YEARS.
      *     the closed yearly totals go on the same clock as the
      *     daily rows they were added up from
            OPEN INPUT ATTENDANCE-YEAR
            IF WS-ATTEND-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ATTENDANCE-YEAR
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SWEEP-ONE-ATTEND-YEAR
                END-READ
            END-PERFORM
            CLOSE ATTENDANCE-YEAR
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT ATTENDANCE-YEAR
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO
                            ATTENDANCE-YEAR-RECORD
                        WRITE ATTENDANCE-YEAR-RECORD
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE ATTENDANCE-YEAR.

        SWEEP-ONE-ATTEND-YEAR.
            MOVE AY-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND = "Y"
                IF WS-DEP-ATTEND-DUE(WS-DEP-IDX) = "Y"
                    ADD 1 TO WS-DEP-ATTEND-COUNT(WS-DEP-IDX)
                    ADD 1 TO WS-TOTAL-ATTEND
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE ATTENDANCE-YEAR-RECORD TO PURGE-WORK-RECORD
            WRITE PURGE-WORK-RECORD.

        PURGE-HEALTH-RECORDS.
            OPEN INPUT HEALTH-FILE
            IF WS-HEALTH-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ HEALTH-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SWEEP-ONE-HEALTH
                END-READ
            END-PERFORM
            CLOSE HEALTH-FILE
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT HEALTH-FILE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO HEALTH-RECORD
                        WRITE HEALTH-RECORD
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE HEALTH-FILE.

        SWEEP-ONE-HEALTH.
            MOVE HR-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND = "Y"
                IF WS-DEP-HEALTH-DUE(WS-DEP-IDX) = "Y"
                    ADD 1 TO WS-DEP-HEALTH-COUNT(WS-DEP-IDX)
                    ADD 1 TO WS-TOTAL-HEALTH
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE HEALTH-RECORD TO PURGE-WORK-RECORD
            WRITE PURGE-WORK-RECORD.

        PURGE-CONTACTS.
            OPEN I-O STUDENT-CONTACT
            IF WS-CONTACT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-DEPARTED-COUNT
                IF WS-DEP-CONTACT-DUE(WS-DEP-SUB) = "Y"
                    PERFORM PURGE-ONE-STUDENT-CONTACTS
                END-IF
            END-PERFORM
            CLOSE STUDENT-CONTACT.

        PURGE-ONE-STUDENT-CONTACTS.
            MOVE WS-DEP-STUDENT-ID(WS-DEP-SUB) TO SC-STUDENT-ID
            MOVE ZERO TO SC-PRIORITY
            START STUDENT-CONTACT KEY >= SC-CONTACT-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-SCAN-EOF
            PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ STUDENT-CONTACT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                        IF SC-STUDENT-ID
                                NOT = WS-DEP-STUDENT-ID(WS-DEP-SUB)
                            MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                            DELETE STUDENT-CONTACT RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO
                                      WS-DEP-CONTACT-COUNT(WS-DEP-SUB)
                                    ADD 1 TO WS-TOTAL-CONTACT
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.

        PURGE-STUDENT-MASTERS.
      *     the full name, grade level, incident history and test
      *     scores go with the master; a student from before those
      *     were kept has none to delete
            MOVE "N" TO WS-NAME-OPEN
            OPEN I-O STUDENT-NAME
            IF WS-NAME-STATUS = "00"
                MOVE "Y" TO WS-NAME-OPEN
            END-IF
            MOVE "N" TO WS-YEAR-OPEN
            OPEN I-O STUDENT-YEAR
            IF WS-YEAR-STATUS = "00"
                MOVE "Y" TO WS-YEAR-OPEN
            END-IF
            MOVE "N" TO WS-INCIDENT-OPEN
            OPEN I-O DISCIPLINE-INCIDENT
            IF WS-INCIDENT-STATUS = "00"
                MOVE "Y" TO WS-INCIDENT-OPEN
            END-IF
            MOVE "N" TO WS-SCORE-OPEN
            OPEN I-O TEST-SCORE
            IF WS-SCORE-STATUS = "00"
                MOVE "Y" TO WS-SCORE-OPEN
            END-IF
            MOVE "N" TO WS-HOLD-OPEN
            OPEN I-O STUDENT-HOLD-FILE
            IF WS-HOLD-STATUS = "00"
                MOVE "Y" TO WS-HOLD-OPEN
            END-IF
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-DEPARTED-COUNT
                IF WS-DEP-MASTER-DUE(WS-DEP-SUB) = "Y"
                    MOVE WS-DEP-STUDENT-ID(WS-DEP-SUB) TO SM-STUDENT-ID
                    DELETE STUDENT-MASTER RECORD
                        INVALID KEY
                            DISPLAY "STUDENT NOT DELETED: "
                                SM-STUDENT-ID
                        NOT INVALID KEY
                            MOVE "Y"
                                TO WS-DEP-MASTER-PURGED(WS-DEP-SUB)
                            ADD 1 TO WS-PURGED-MASTERS
                            PERFORM PURGE-STUDENT-NAME
                            PERFORM PURGE-STUDENT-YEAR
                            PERFORM PURGE-STUDENT-INCIDENTS
                            PERFORM PURGE-STUDENT-SCORES
                            PERFORM PURGE-STUDENT-HOLDS
                    END-DELETE
                END-IF
            END-PERFORM
            IF WS-NAME-OPEN = "Y"
                CLOSE STUDENT-NAME
            END-IF
            IF WS-YEAR-OPEN = "Y"
                CLOSE STUDENT-YEAR
            END-IF
            IF WS-INCIDENT-OPEN = "Y"
                CLOSE DISCIPLINE-INCIDENT
            END-IF
            IF WS-SCORE-OPEN = "Y"
                CLOSE TEST-SCORE
            END-IF
            IF WS-HOLD-OPEN = "Y"
                CLOSE STUDENT-HOLD-FILE
            END-IF.

        PURGE-STUDENT-NAME.
            IF WS-NAME-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO SN-STUDENT-ID
            DELETE STUDENT-NAME RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.

        PURGE-STUDENT-YEAR.
            IF WS-YEAR-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO SY-STUDENT-ID
            DELETE STUDENT-YEAR RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.

        PURGE-STUDENT-INCIDENTS.
            IF WS-INCIDENT-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO DI-STUDENT-ID
            MOVE ZERO TO DI-INCIDENT-DATE
            MOVE ZERO TO DI-SEQ
            START DISCIPLINE-INCIDENT KEY >= DI-INCIDENT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-INCIDENT-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-INCIDENT-EOF
            END-START
            PERFORM UNTIL WS-INCIDENT-EOF = "Y"
                READ DISCIPLINE-INCIDENT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-INCIDENT-EOF
                    NOT AT END
                        IF DI-STUDENT-ID NOT = SM-STUDENT-ID
                            MOVE "Y" TO WS-INCIDENT-EOF
                        ELSE
                            DELETE DISCIPLINE-INCIDENT RECORD
                        END-IF
                END-READ
            END-PERFORM.

        PURGE-STUDENT-SCORES.
            IF WS-SCORE-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO TS-STUDENT-ID
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
                        IF TS-STUDENT-ID NOT = SM-STUDENT-ID
                            MOVE "Y" TO WS-SCORE-EOF
                        ELSE
                            DELETE TEST-SCORE RECORD
                        END-IF
                END-READ
            END-PERFORM.

        PURGE-STUDENT-HOLDS.
            IF WS-HOLD-OPEN NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SM-STUDENT-ID TO HD-STUDENT-ID
            MOVE LOW-VALUES TO HD-HOLD-TYPE
            START STUDENT-HOLD-FILE KEY >= HD-HOLD-KEY
                INVALID KEY
                    MOVE "Y" TO WS-HOLD-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-HOLD-EOF
            END-START
            PERFORM UNTIL WS-HOLD-EOF = "Y"
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-HOLD-EOF
                    NOT AT END
                        IF HD-STUDENT-ID NOT = SM-STUDENT-ID
                            MOVE "Y" TO WS-HOLD-EOF
                        ELSE
                            DELETE STUDENT-HOLD-FILE RECORD
                        END-IF
                END-READ
            END-PERFORM.

        SCRUB-STUDENT-EXPORT.
      *     the last export on disk still carries the name - the line
      *     is kept for its counts but rebuilt with the name empty
            IF WS-PURGED-MASTERS = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT STUDENT-EXPORT
            IF WS-EXPORT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-EXPORT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SCRUB-ONE-CSV-LINE
                        MOVE CSV-LINE TO PURGE-WORK-RECORD
                        WRITE PURGE-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE STUDENT-EXPORT
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT STUDENT-EXPORT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO CSV-LINE
                        WRITE CSV-LINE
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE STUDENT-EXPORT.

        SCRUB-ONE-CSV-LINE.
            MOVE SPACES TO WS-CSV-ID WS-CSV-NAME WS-CSV-AGE
                WS-CSV-GRADE
            UNSTRING CSV-LINE DELIMITED BY ","
                INTO WS-CSV-ID WS-CSV-NAME WS-CSV-AGE WS-CSV-GRADE
            END-UNSTRING
            MOVE WS-CSV-ID TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF WS-DEP-MASTER-PURGED(WS-DEP-IDX) NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO CSV-LINE
            STRING FUNCTION TRIM(WS-CSV-ID) ",,"
                   WS-CSV-AGE ","
                   FUNCTION TRIM(WS-CSV-GRADE)
                   DELIMITED BY SIZE INTO CSV-LINE
            ADD 1 TO WS-SCRUB-COUNT.

        SCRUB-STATE-EXTRACT.
            IF WS-PURGED-MASTERS = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT STATE-EXTRACT
            IF WS-EXPORT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STATE-EXTRACT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SE-STUDENT-ID TO WS-LOOKUP-ID
                        PERFORM FIND-DEPARTED
                        IF WS-FOUND = "Y"
                            IF WS-DEP-MASTER-PURGED(WS-DEP-IDX) = "Y"
                                MOVE SPACES TO SE-STUDENT-NAME
                                ADD 1 TO WS-SCRUB-COUNT
                            END-IF
                        END-IF
                        MOVE STATE-EXTRACT-RECORD TO PURGE-WORK-RECORD
                        WRITE PURGE-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE STATE-EXTRACT
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT STATE-EXTRACT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO STATE-EXTRACT-RECORD
                        WRITE STATE-EXTRACT-RECORD
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE STATE-EXTRACT.

        SCRUB-EXTRACT-EDIT.
      *     edit-listing lines are "id name - reason"; the name is
      *     blanked and the reason kept for the audit trail
            IF WS-PURGED-MASTERS = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT EXTRACT-EDIT
            IF WS-EXPORT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PURGE-WORK
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ EXTRACT-EDIT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM SCRUB-ONE-EDIT-LINE
                        MOVE EXTRACT-EDIT-LINE TO PURGE-WORK-RECORD
                        WRITE PURGE-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE EXTRACT-EDIT
            CLOSE PURGE-WORK

            OPEN INPUT PURGE-WORK
            OPEN OUTPUT EXTRACT-EDIT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PURGE-WORK
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE PURGE-WORK-RECORD TO EXTRACT-EDIT-LINE
                        WRITE EXTRACT-EDIT-LINE
                END-READ
            END-PERFORM
            CLOSE PURGE-WORK
            CLOSE EXTRACT-EDIT.

        SCRUB-ONE-EDIT-LINE.
            IF EXTRACT-EDIT-LINE(7:1) NOT = SPACE
                    OR EXTRACT-EDIT-LINE(13:3) NOT = " - "
                EXIT PARAGRAPH
            END-IF
            MOVE EXTRACT-EDIT-LINE(1:6) TO WS-LOOKUP-ID
            PERFORM FIND-DEPARTED
            IF WS-FOUND = "Y"
                IF WS-DEP-MASTER-PURGED(WS-DEP-IDX) = "Y"
                    MOVE SPACES TO EXTRACT-EDIT-LINE(8:5)
                    ADD 1 TO WS-SCRUB-COUNT
                END-IF
            END-IF.

        WRITE-CERTIFICATE.
            OPEN OUTPUT CERTIFICATE
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
            END-IF
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "CERTIFICATE OF DESTRUCTION - STUDENT RECORDS - "
                   "RUN DATE: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "RETENTION IN YEARS FROM EXIT -  ENROLLMENT: "
                   WS-RETAIN-ENROLL-YEARS
                   "  ATTENDANCE: " WS-RETAIN-ATTEND-YEARS
                   "  HEALTH: " WS-RETAIN-HEALTH-YEARS
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "                                CONTACTS: "
                   WS-RETAIN-CONTACT-YEARS
                   "  STUDENT MASTER: " WS-RETAIN-STUDENT-YEARS
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "TRANSCRIPT AND GPA HISTORY ARE MOVED TO "
                   "PERMANENT-RECORD.DAT, NOT DESTROYED"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "STUDENT STATUS     EXIT   ENROLL  GPA-H ATTEND "
                   "HEALTH CONTACT ARCHIVE  MASTER"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE

            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-DEPARTED-COUNT
                PERFORM WRITE-CERTIFICATE-LINE
            END-PERFORM

            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "RECORDS DESTROYED - ENROLLMENT: " WS-TOTAL-ENROLL
                   "  ATTENDANCE: " WS-TOTAL-ATTEND
                   "  HEALTH: " WS-TOTAL-HEALTH
                   "  CONTACTS: " WS-TOTAL-CONTACT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "STUDENT MASTERS PURGED: " WS-PURGED-MASTERS
                   "  NEW PERMANENT RECORDS: " WS-ARCHIVED-COUNT
                   "  GPA HISTORY MOVED: " WS-TOTAL-GPA
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "EXPORT LINES SCRUBBED OF NAME: " WS-SCRUB-COUNT
                   "  EXIT MONTHS BACKFILLED: " WS-BACKFILL-COUNT
                   "  NO EXIT DATE: " WS-NO-EXIT-COUNT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            IF WS-TABLE-FULL = "Y"
                MOVE SPACES TO CERTIFICATE-LINE
                STRING "DEPARTED-STUDENT TABLE FULL - "
                       "RUN AGAIN FOR THE REST"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
            END-IF
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "COPIES ON BACKUP GENERATIONS ARE DESTROYED AS "
                   "THOSE GENERATIONS ROTATE OUT"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "RECORDS OFFICER: ______________________  "
                   "DATE: __________"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "WITNESS:         ______________________  "
                   "DATE: __________"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            CLOSE CERTIFICATE.

        WRITE-CERTIFICATE-LINE.
            IF WS-DEP-STATUS(WS-DEP-SUB) = "D"
                MOVE "GRADUATED" TO WS-CERT-STATUS-DISP
            ELSE
                MOVE "WITHDRAWN" TO WS-CERT-STATUS-DISP
            END-IF
            MOVE SPACES TO CERTIFICATE-LINE
            IF WS-DEP-NO-EXIT(WS-DEP-SUB) = "Y"
                STRING WS-DEP-STUDENT-ID(WS-DEP-SUB) " "
                       WS-CERT-STATUS-DISP " "
                       "NO EXIT DATE - NOTHING DESTROYED, "
                       "SET THE EXIT MONTH BY HAND"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                EXIT PARAGRAPH
            END-IF
            IF WS-DEP-ARCHIVED(WS-DEP-SUB) = "Y"
                MOVE "ARCHIVED" TO WS-CERT-ARCHIVE-DISP
            ELSE
                MOVE "-" TO WS-CERT-ARCHIVE-DISP
            END-IF
            IF WS-DEP-MASTER-PURGED(WS-DEP-SUB) = "Y"
                MOVE "DESTROYED" TO WS-CERT-MASTER-DISP
            ELSE
                MOVE "KEPT" TO WS-CERT-MASTER-DISP
            END-IF
            STRING WS-DEP-STUDENT-ID(WS-DEP-SUB) " "
                   WS-CERT-STATUS-DISP " "
                   WS-DEP-EXIT-MONTH(WS-DEP-SUB) " "
                   WS-DEP-ENROLL-COUNT(WS-DEP-SUB) "   "
                   WS-DEP-GPA-COUNT(WS-DEP-SUB) "  "
                   WS-DEP-ATTEND-COUNT(WS-DEP-SUB) "   "
                   WS-DEP-HEALTH-COUNT(WS-DEP-SUB) "   "
                   WS-DEP-CONTACT-COUNT(WS-DEP-SUB) "    "
                   WS-CERT-ARCHIVE-DISP " "
                   WS-CERT-MASTER-DISP
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE.

            END PROGRAM STUDENT-RETENTION-PURGE.

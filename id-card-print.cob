      * student ID card print file - cuts card records for the card
      * printer into ID-CARD-PRINT.DAT the way LABEL-PRINT cuts
      * receiving labels: one pass for the students admitted since a
      * date, one for every current student (the picture-day run at
      * the start of the year), and a reprint for one student whose
      * card was lost. Each card carries the student's full name
      * (from STUDENT-NAME, or the five-character SM-NAME for a
      * student with none on file), the id as barcode text for the
      * classroom badge readers BADGE-SCAN-INTAKE takes scans
      * from, the program, the photo file and the school year. A
      * withdrawn or graduated student gets no card.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ID-CARD-PRINT.

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

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

            SELECT ID-CARD-PRINT-FILE ASSIGN TO "ID-CARD-PRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARD-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        FD  ID-CARD-PRINT-FILE.
            COPY "ID-CARD-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-STUDENT-STATUS    PIC XX.
        01 WS-NAME-STATUS       PIC XX.
        01 WS-NAME-OPEN         PIC X VALUE "N".
        01 WS-CARD-STATUS       PIC XX.
        01 WS-EOF               PIC X VALUE "N".
        01 MENU-CHOICE          PIC 9.
        01 WS-DONE              PIC X VALUE "N".

        01 WS-TODAY-TIMESTAMP   PIC X(21).
        01 WS-TODAY-DATE        PIC 9(8).
        01 WS-SINCE-DATE        PIC 9(8).
        01 WS-LOOKUP-ID         PIC X(6).

      * the school year printed on the card, by its starting
      * calendar year the way STUDENT-YEAR keeps it - a year starts
      * in August
        01 WS-SCHOOL-YEAR       PIC 9(4).
        01 WS-TODAY-MONTH       PIC 9(2).
        01 WS-NEXT-YEAR         PIC 9(4).
        01 WS-YEAR-TEXT         PIC X(7).

        01 WS-CARDS-WRITTEN     PIC 9(5) VALUE ZERO.
        01 WS-PASS-COUNT        PIC 9(5).

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            DISPLAY "SCHOOL YEAR ON THE CARDS - STARTING YEAR"
                " (YYYY, 0 = CURRENT):"
            ACCEPT WS-SCHOOL-YEAR
            IF WS-SCHOOL-YEAR = ZERO
                MOVE WS-TODAY-DATE(1:4) TO WS-SCHOOL-YEAR
                MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MONTH
                IF WS-TODAY-MONTH < 8
                    SUBTRACT 1 FROM WS-SCHOOL-YEAR
                END-IF
            END-IF
            COMPUTE WS-NEXT-YEAR = WS-SCHOOL-YEAR + 1
            MOVE SPACES TO WS-YEAR-TEXT
            STRING WS-SCHOOL-YEAR "-" WS-NEXT-YEAR(3:2)
                   DELIMITED BY SIZE INTO WS-YEAR-TEXT
            DISPLAY ""

            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-MASTER NOT AVAILABLE - STATUS "
                    WS-STUDENT-STATUS
                STOP RUN
            END-IF
      *     full names are optional - a student with none on file
      *     still gets a card under SM-NAME
            OPEN INPUT STUDENT-NAME
            IF WS-NAME-STATUS = "00"
                MOVE "Y" TO WS-NAME-OPEN
            END-IF

      *     cards accumulate across sessions in one print file -
      *     same OPEN EXTEND with an OPEN OUTPUT fallback as
      *     LABEL-PRINT
            OPEN EXTEND ID-CARD-PRINT-FILE
            IF WS-CARD-STATUS = "05" OR WS-CARD-STATUS = "35"
                CLOSE ID-CARD-PRINT-FILE
                OPEN OUTPUT ID-CARD-PRINT-FILE
            END-IF
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO ID-CARD-RECORD
                WRITE ID-CARD-RECORD
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== STUDENT ID CARD PRINT - "
                    WS-YEAR-TEXT " ====="
                DISPLAY "[1] CARDS FOR NEW STUDENTS"
                DISPLAY "[2] CARDS FOR ALL CURRENT STUDENTS"
                DISPLAY "[3] REPRINT ONE STUDENT"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM CARD-NEW-STUDENTS
                    WHEN 2
                        MOVE ZERO TO WS-SINCE-DATE
                        PERFORM CARD-STUDENTS-SINCE
                    WHEN 3
                        PERFORM REPRINT-ONE-STUDENT
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE ID-CARD-PRINT-FILE
            IF WS-NAME-OPEN = "Y"
                CLOSE STUDENT-NAME
            END-IF
            CLOSE STUDENT-MASTER

            DISPLAY "CARDS WRITTEN THIS SESSION: " WS-CARDS-WRITTEN
            STOP RUN.

        CARD-NEW-STUDENTS.
      *     new is enrolled on or after the date asked for - the
      *     day's admissions by default
            DISPLAY "STUDENTS ENROLLED SINCE (YYYYMMDD, 0 = TODAY):"
            ACCEPT WS-SINCE-DATE
            IF WS-SINCE-DATE = ZERO
                MOVE WS-TODAY-DATE TO WS-SINCE-DATE
            END-IF
            PERFORM CARD-STUDENTS-SINCE.

        CARD-STUDENTS-SINCE.
            MOVE ZERO TO WS-PASS-COUNT
            MOVE LOW-VALUES TO SM-STUDENT-ID
            START STUDENT-MASTER KEY >= SM-STUDENT-ID
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SM-ENROLL-DATE >= WS-SINCE-DATE
                            AND SM-STATUS NOT = "W"
                            AND SM-STATUS NOT = "D"
                            PERFORM WRITE-ONE-CARD
                            ADD 1 TO WS-PASS-COUNT
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY WS-PASS-COUNT " CARD(S) CUT".

        REPRINT-ONE-STUDENT.
            DISPLAY "ENTER STUDENT ID:"
            ACCEPT WS-LOOKUP-ID
            MOVE WS-LOOKUP-ID TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: STUDENT ID NOT ON FILE"
                    EXIT PARAGRAPH
            END-READ
            EVALUATE SM-STATUS
                WHEN "W"
                    DISPLAY "REJECTED: STUDENT IS WITHDRAWN"
                WHEN "D"
                    DISPLAY "REJECTED: STUDENT HAS GRADUATED"
                WHEN OTHER
                    PERFORM WRITE-ONE-CARD
                    DISPLAY "CARD CUT FOR " SM-STUDENT-ID " "
                        IC-NAME
            END-EVALUATE.

        WRITE-ONE-CARD.
            MOVE SPACES TO ID-CARD-RECORD
            MOVE SM-STUDENT-ID TO IC-STUDENT-ID
            MOVE SM-NAME TO IC-NAME
            IF WS-NAME-OPEN = "Y"
                MOVE SM-STUDENT-ID TO SN-STUDENT-ID
                READ STUDENT-NAME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SN-NAME NOT = SPACES
                            MOVE SN-NAME TO IC-NAME
                        END-IF
                END-READ
            END-IF
            STRING "*" SM-STUDENT-ID "*"
                   DELIMITED BY SIZE INTO IC-BARCODE
            MOVE SM-PROGRAM-CODE TO IC-PROGRAM-CODE
            STRING "PHOTO-" SM-STUDENT-ID ".JPG"
                   DELIMITED BY SIZE INTO IC-PHOTO-REF
            MOVE WS-YEAR-TEXT TO IC-SCHOOL-YEAR
            MOVE WS-TODAY-DATE TO IC-PRINT-DATE
            WRITE ID-CARD-RECORD
            ADD 1 TO WS-CARDS-WRITTEN.

            END PROGRAM ID-CARD-PRINT.

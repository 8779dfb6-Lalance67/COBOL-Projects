      * NCR-MAINTENANCE - the corrective-action workflow over the NCR
      * file. QC-RESULTS-ENTRY, RMA-ENTRY, and WARRANTY-CLAIM-ENTRY
      * open NCRs on their own through NCR-OPEN; anything else found
      * on the floor can be opened here by hand. Each NCR gets an
      * owner and a due date, then moves through three signed-off
      * steps in order: root cause (OPEN to RCA), corrective action
      * (RCA to CA), and verification of effectiveness, which closes
      * it (CA to CLSD). Every step records the signed-on operator
      * and the date it was closed, so an auditor reads who decided
      * what and when. Verification is the quality supervisor's call
      * and needs the higher sign-on level. NCR-AGING-REPORT keeps
      * the open ones in the daily packet.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NCR-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NCR-FILE ASSIGN TO "NCR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NC-NCR-NO
                FILE STATUS IS WS-NCR-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  NCR-FILE.
            COPY "NCR-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-NCR-STATUS         PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-NCR-ENTRY          PIC 9(8).
        01 WS-DATE-ENTRY         PIC 9(8).
        01 WS-ANSWER             PIC X.

      * a hand-opened NCR goes through the same shared writer as
      * the automatic ones - see ncr-open.cob
        COPY "NCR-OPEN-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - see operator-maintenance.cob;
      * working an NCR is a maintenance action, signing it off as
      * effective is the supervisor's
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 REVIEW-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== NONCONFORMANCE REPORTS ====="
                DISPLAY "[1] OPEN AN NCR BY HAND"
                DISPLAY "[2] ASSIGN OWNER AND DUE DATE"
                DISPLAY "[3] RECORD ROOT CAUSE"
                DISPLAY "[4] RECORD CORRECTIVE ACTION"
                DISPLAY "[5] VERIFY EFFECTIVENESS AND CLOSE"
                DISPLAY "[6] INQUIRE NCR"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM OPEN-NCR-BY-HAND
                    WHEN 2
                        PERFORM ASSIGN-OWNER
                    WHEN 3
                        PERFORM RECORD-ROOT-CAUSE
                    WHEN 4
                        PERFORM RECORD-CORRECTIVE-ACTION
                    WHEN 5
                        PERFORM VERIFY-AND-CLOSE
                    WHEN 6
                        PERFORM INQUIRE-NCR
                    WHEN 7
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

        OPEN-NCR-BY-HAND.
            DISPLAY "ENTER PART CODE (6 CHARS, LAST 3 NUMERIC):"
            ACCEPT NOP-PART-CODE
            DISPLAY "ENTER LOT NUMBER (6 DIGITS, 0 IF NONE):"
            ACCEPT NOP-LOT-NUMBER
            DISPLAY "ENTER QUANTITY AFFECTED:"
            ACCEPT NOP-QTY
            DISPLAY "ENTER DEFECT (30 CHARS):"
            ACCEPT NOP-DEFECT
            MOVE "M" TO NOP-SOURCE
            MOVE ZERO TO NOP-SOURCE-REF
            CALL "NCR-OPEN" USING NCR-OPEN-PARAMS.

        READ-WANTED-NCR.
      *     every step below starts the same way - the NCR by
      *     number, opened for update, left open for the caller
            DISPLAY "ENTER NCR NUMBER (8 DIGITS):"
            ACCEPT WS-NCR-ENTRY
            OPEN I-O NCR-FILE
            IF WS-NCR-STATUS NOT = "00"
                DISPLAY "NCR FILE NOT AVAILABLE - STATUS "
                    WS-NCR-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NCR-ENTRY TO NC-NCR-NO
            READ NCR-FILE
                INVALID KEY
                    DISPLAY "NCR NOT ON FILE"
                    MOVE "23" TO WS-NCR-STATUS
                    CLOSE NCR-FILE
            END-READ.

        ASSIGN-OWNER.
            PERFORM READ-WANTED-NCR
            IF WS-NCR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF NC-STATUS = "CLSD"
                DISPLAY "NCR " NC-NCR-NO " IS CLOSED"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY "CURRENT OWNER: " NC-OWNER " DUE: " NC-DUE-DATE
            DISPLAY "ENTER OWNER OPERATOR ID (10 CHARS):"
            ACCEPT NC-OWNER
            DISPLAY "ENTER DUE DATE (YYYYMMDD, 0 TO KEEP):"
            ACCEPT WS-DATE-ENTRY
            IF WS-DATE-ENTRY NOT = ZERO
                MOVE WS-DATE-ENTRY TO NC-DUE-DATE
            END-IF
            REWRITE NCR-RECORD
            CLOSE NCR-FILE
            DISPLAY "NCR " NC-NCR-NO " OWNER " NC-OWNER
                " DUE " NC-DUE-DATE.

        RECORD-ROOT-CAUSE.
            PERFORM READ-WANTED-NCR
            IF WS-NCR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF NC-STATUS NOT = "OPEN"
                DISPLAY "NCR IS " NC-STATUS
                    " - ROOT CAUSE IS ALREADY RECORDED"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            IF NC-OWNER = SPACES
                DISPLAY "ASSIGN AN OWNER FIRST"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY "DEFECT: " NC-DEFECT
            DISPLAY "ENTER ROOT CAUSE (40 CHARS):"
            ACCEPT NC-ROOT-CAUSE
            IF NC-ROOT-CAUSE = SPACES
                DISPLAY "NOTHING ENTERED - NCR UNCHANGED"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO NC-RC-BY
            MOVE WS-TODAY-DATE TO NC-RC-DATE
            MOVE "RCA" TO NC-STATUS
            REWRITE NCR-RECORD
            CLOSE NCR-FILE
            DISPLAY "NCR " NC-NCR-NO " ROOT CAUSE SIGNED OFF BY "
                NC-RC-BY.

        RECORD-CORRECTIVE-ACTION.
            PERFORM READ-WANTED-NCR
            IF WS-NCR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF NC-STATUS NOT = "RCA"
                DISPLAY "NCR IS " NC-STATUS
                    " - CORRECTIVE ACTION FOLLOWS THE ROOT CAUSE"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ROOT CAUSE: " NC-ROOT-CAUSE
            DISPLAY "ENTER CORRECTIVE ACTION (40 CHARS):"
            ACCEPT NC-CORR-ACTION
            IF NC-CORR-ACTION = SPACES
                DISPLAY "NOTHING ENTERED - NCR UNCHANGED"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO NC-CA-BY
            MOVE WS-TODAY-DATE TO NC-CA-DATE
            MOVE "CA" TO NC-STATUS
            REWRITE NCR-RECORD
            CLOSE NCR-FILE
            DISPLAY "NCR " NC-NCR-NO " CORRECTIVE ACTION SIGNED OFF"
                " BY " NC-CA-BY.

        VERIFY-AND-CLOSE.
      *     whether the fix actually worked is the supervisor's
      *     call - a lower sign-on cannot close an NCR
            IF WS-AUTH-LEVEL < REVIEW-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - VERIFICATION NEEDS A"
                    " LEVEL " REVIEW-AUTH-LEVEL " SIGN-ON"
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-WANTED-NCR
            IF WS-NCR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF NC-STATUS NOT = "CA"
                DISPLAY "NCR IS " NC-STATUS
                    " - VERIFY ONLY AFTER THE CORRECTIVE ACTION"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY "CORRECTIVE ACTION: " NC-CORR-ACTION
            DISPLAY "ACTION WAS EFFECTIVE (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
      *         not effective - back to root cause, the first
      *         answer was wrong
                MOVE "OPEN" TO NC-STATUS
                MOVE SPACES TO NC-CORR-ACTION NC-CA-BY
                MOVE ZERO TO NC-CA-DATE
                MOVE SPACES TO NC-ROOT-CAUSE NC-RC-BY
                MOVE ZERO TO NC-RC-DATE
                REWRITE NCR-RECORD
                CLOSE NCR-FILE
                DISPLAY "NCR " NC-NCR-NO " REOPENED - FIND THE"
                    " ROOT CAUSE AGAIN"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER VERIFICATION EVIDENCE (40 CHARS):"
            ACCEPT NC-VERIFY-NOTE
            IF NC-VERIFY-NOTE = SPACES
                DISPLAY "NOTHING ENTERED - NCR UNCHANGED"
                CLOSE NCR-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERATOR-ID TO NC-VE-BY
            MOVE WS-TODAY-DATE TO NC-VE-DATE
            MOVE "CLSD" TO NC-STATUS
            REWRITE NCR-RECORD
            CLOSE NCR-FILE
            DISPLAY "NCR " NC-NCR-NO " VERIFIED AND CLOSED BY "
                NC-VE-BY.

        INQUIRE-NCR.
            DISPLAY "ENTER NCR NUMBER (8 DIGITS):"
            ACCEPT WS-NCR-ENTRY
            OPEN INPUT NCR-FILE
            IF WS-NCR-STATUS NOT = "00"
                DISPLAY "NCR FILE NOT AVAILABLE - STATUS "
                    WS-NCR-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NCR-ENTRY TO NC-NCR-NO
            READ NCR-FILE
                INVALID KEY
                    DISPLAY "NCR NOT ON FILE"
                NOT INVALID KEY
                    PERFORM SHOW-NCR
            END-READ
            CLOSE NCR-FILE.

        SHOW-NCR.
            DISPLAY "NCR: " NC-NCR-NO " STATUS: " NC-STATUS
                " OPENED " NC-OPEN-DATE " BY " NC-OPENED-BY
            EVALUATE NC-SOURCE
                WHEN "Q"
                    DISPLAY "SOURCE: FAILED QC INSPECTION"
                WHEN "R"
                    DISPLAY "SOURCE: DEFECT RETURN, RMA "
                        NC-SOURCE-REF
                WHEN "H"
                    DISPLAY "SOURCE: FAILED HEAT-TREAT VERIFICATION,"
                        " LOT " NC-SOURCE-REF
                WHEN OTHER
                    DISPLAY "SOURCE: OPENED BY HAND"
            END-EVALUATE
            DISPLAY "PART: " NC-PART-CODE " LOT: " NC-LOT-NUMBER
                " QTY: " NC-QTY
            DISPLAY "DEFECT: " NC-DEFECT
            DISPLAY "OWNER: " NC-OWNER " DUE: " NC-DUE-DATE
            IF NC-RC-DATE IS NUMERIC AND NC-RC-DATE NOT = ZERO
                DISPLAY "ROOT CAUSE: " NC-ROOT-CAUSE
                DISPLAY "    SIGNED " NC-RC-DATE " BY " NC-RC-BY
            END-IF
            IF NC-CA-DATE IS NUMERIC AND NC-CA-DATE NOT = ZERO
                DISPLAY "CORRECTIVE ACTION: " NC-CORR-ACTION
                DISPLAY "    SIGNED " NC-CA-DATE " BY " NC-CA-BY
            END-IF
            IF NC-VE-DATE IS NUMERIC AND NC-VE-DATE NOT = ZERO
                DISPLAY "VERIFIED EFFECTIVE: " NC-VERIFY-NOTE
                DISPLAY "    SIGNED " NC-VE-DATE " BY " NC-VE-BY
            END-IF.

            END PROGRAM NCR-MAINTENANCE.

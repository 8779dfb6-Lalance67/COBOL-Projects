      * NCR-OPEN - shared writer for new nonconformance reports. A
      * failed inspection in QC-RESULTS-ENTRY, a defect return in
      * RMA-ENTRY or WARRANTY-CLAIM-ENTRY, and a hand-opened NCR on
      * NCR-MAINTENANCE all come through here, so every NCR gets its
      * number from the shared TICKET-SEQUENCE series, the signed-on
      * operator, and a due date the same NCR-DUE-DAYS business days
      * out (DATE-SERVICE skips the weekends and closure days). The
      * new NCR starts OPEN with no owner; NCR-MAINTENANCE assigns
      * one and walks it through root cause, corrective action, and
      * verification.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NCR-OPEN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NCR-FILE ASSIGN TO "NCR.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NC-NCR-NO
                FILE STATUS IS WS-NCR-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop - see
      *     that program's SIGN-ON paragraph. Optional: if the caller
      *     is run on its own instead of through the menu, there is
      *     nothing to read and the operator is UNKNOWN
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
        01 WS-NCR-STATUS        PIC XX.
        01 WS-TIMESTAMP         PIC X(21).
        01 WS-TODAY-DATE        PIC 9(8).
        01 WS-TICKET-NO         PIC 9(8).

      * operator sign-on captured by MENU-DRIVER - see the
      * OPERATOR-SESSION SELECT comment above
        01 WS-OPSESS-STATUS     PIC XX.
        01 WS-OPERATOR-ID       PIC X(10) VALUE "UNKNOWN".

      * how long the owner has to close an NCR out is a shop knob
      * on the parameter file, in business days
        COPY "PARAM-LOOKUP-PARAMS.cpy".
        COPY "DATE-SERVICE-PARAMS.cpy".

        LINKAGE SECTION.
        COPY "NCR-OPEN-PARAMS.cpy".

        PROCEDURE DIVISION USING NCR-OPEN-PARAMS.
            PERFORM READ-OPERATOR-ID
            MOVE ZERO TO NOP-NCR-NO
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE

      *     the indexed file may not exist yet on a fresh machine,
      *     so create it the first time and re-open it for update
            OPEN I-O NCR-FILE
            IF WS-NCR-STATUS = "35"
                OPEN OUTPUT NCR-FILE
                CLOSE NCR-FILE
                OPEN I-O NCR-FILE
            END-IF
            IF WS-NCR-STATUS NOT = "00"
                DISPLAY "NCR FILE NOT AVAILABLE - STATUS "
                    WS-NCR-STATUS " - NO NCR OPENED"
                GOBACK
            END-IF

            MOVE "NCR-DUE-DAYS" TO SPL-PARAM-KEY
            MOVE "BUSINESS DAYS TO CLOSE OUT AN NCR"
                TO SPL-DESCRIPTION
            MOVE 20 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS

            MOVE "A" TO DSP-FUNCTION
            MOVE WS-TODAY-DATE TO DSP-DATE-1
            MOVE SPL-VALUE TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS

            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE SPACES TO NCR-RECORD
            MOVE WS-TICKET-NO TO NC-NCR-NO
            MOVE WS-TODAY-DATE TO NC-OPEN-DATE
            MOVE NOP-SOURCE TO NC-SOURCE
            MOVE NOP-SOURCE-REF TO NC-SOURCE-REF
            MOVE NOP-PART-CODE TO NC-PART-CODE
            MOVE NOP-LOT-NUMBER TO NC-LOT-NUMBER
            MOVE NOP-QTY TO NC-QTY
            MOVE NOP-DEFECT TO NC-DEFECT
            MOVE WS-OPERATOR-ID TO NC-OPENED-BY
            MOVE "OPEN" TO NC-STATUS
            IF DSP-STATUS = "Y"
                MOVE DSP-RESULT-DATE TO NC-DUE-DATE
            ELSE
                MOVE ZERO TO NC-DUE-DATE
            END-IF
            MOVE ZERO TO NC-RC-DATE NC-CA-DATE NC-VE-DATE
            WRITE NCR-RECORD
                INVALID KEY
                    DISPLAY "NCR NUMBER COLLISION - " NC-NCR-NO
                NOT INVALID KEY
                    MOVE NC-NCR-NO TO NOP-NCR-NO
                    DISPLAY "NCR " NC-NCR-NO " OPENED - DUE "
                        NC-DUE-DATE
            END-WRITE
            CLOSE NCR-FILE

            GOBACK.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run came
      *     from there; otherwise leave WS-OPERATOR-ID at its UNKNOWN
      *     default
            MOVE "UNKNOWN" TO WS-OPERATOR-ID
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

            END PROGRAM NCR-OPEN.

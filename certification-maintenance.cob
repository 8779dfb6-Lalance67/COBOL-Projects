      * interactive maintenance screen for the operator skill matrix,
      * CERTIFICATION.DAT - which operators are certified on which
      * LABOR-RATES operation, EQUIPMENT-MASTER machine, or QC step
      * (INSP pass/fail inspection, MEAS dimensional inspection),
      * since when, until when, and who trained them. TIME-CLOCK,
      * FURNACE-RUN-ENTRY, and QC-RESULTS-ENTRY refuse an operator
      * the matrix does not show as current (see cert-check.cob);
      * re-keying an existing certification renews it in place.
      * CERT-EXPIRY-REPORT lists what runs out next month.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CERTIFICATION-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CERTIFICATION-FILE ASSIGN TO "CERTIFICATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CT-CERT-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS WS-OPER-STATUS.

            SELECT LABOR-RATES ASSIGN TO "LABOR-RATES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-OPERATION-CODE
                FILE STATUS IS WS-LABRATE-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CERTIFICATION-FILE.
            COPY "CERTIFICATION-RECORD.cpy".

        FD  OPERATOR-MASTER.
            COPY "OPERATOR-RECORD.cpy".

        FD  LABOR-RATES.
            COPY "LABOR-RATES-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-LABRATE-STATUS     PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-CERT-VALID         PIC X.
        01 WS-CERT-ON-FILE       PIC X.
        01 WS-LOOKUP-ID          PIC X(10).
        01 WS-OPERATOR-ENTRY     PIC X(10).
        01 WS-LISTED-COUNT       PIC 9(3).
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-CERT-STATE         PIC X(8).

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
      * operator-maintenance.cob); update screens need level 3,
      * deletes level 5
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 DELETE-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            PERFORM OPEN-CERTIFICATION

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== OPERATOR CERTIFICATION ====="
                DISPLAY "[1] ADD OR RENEW A CERTIFICATION"
                DISPLAY "[2] REVOKE A CERTIFICATION"
                DISPLAY "[3] LIST AN OPERATOR'S CERTIFICATIONS"
                DISPLAY "[4] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-CERTIFICATION
                    WHEN 2
                        IF WS-AUTH-LEVEL < DELETE-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - REVOKE NEEDS"
                                " LEVEL " DELETE-AUTH-LEVEL
                        ELSE
                            PERFORM REVOKE-CERTIFICATION
                        END-IF
                    WHEN 3
                        PERFORM LIST-OPERATOR-CERTS
                    WHEN 4
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE CERTIFICATION-FILE
            STOP RUN.

        OPEN-CERTIFICATION.
      *     the indexed file may not exist yet on a fresh machine, so
      *     create it the first time and re-open it for update after
            OPEN I-O CERTIFICATION-FILE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT CERTIFICATION-FILE
                CLOSE CERTIFICATION-FILE
                OPEN I-O CERTIFICATION-FILE
            END-IF.

        ACCEPT-CERT-KEY.
      *     the skill must be one the shop actually has - an
      *     operation LABOR-RATES prices, a machine EQUIPMENT-MASTER
      *     knows, or one of the two QC steps
            MOVE "N" TO WS-CERT-VALID
            DISPLAY "ENTER OPERATOR ID (10 CHARS):"
            ACCEPT CT-OPERATOR-ID
            MOVE CT-OPERATOR-ID TO WS-LOOKUP-ID
            PERFORM LOOKUP-OPERATOR
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "REJECTED: OPERATOR " CT-OPERATOR-ID
                    " NOT ON OPERATOR-MASTER"
                EXIT PARAGRAPH
            END-IF

            DISPLAY "SKILL TYPE - [O] OPERATION  [E] EQUIPMENT"
                "  [Q] QC STEP:"
            ACCEPT CT-SKILL-TYPE
            MOVE FUNCTION UPPER-CASE(CT-SKILL-TYPE) TO CT-SKILL-TYPE
            EVALUATE CT-SKILL-TYPE
                WHEN "O"
                    DISPLAY "ENTER OPERATION CODE (3 CHARS):"
                    ACCEPT CT-SKILL-CODE
                    PERFORM VALIDATE-OPERATION
                WHEN "E"
                    DISPLAY "ENTER EQUIPMENT CODE (4 CHARS):"
                    ACCEPT CT-SKILL-CODE
                    PERFORM VALIDATE-EQUIPMENT
                WHEN "Q"
                    DISPLAY "ENTER QC STEP - INSP (PASS/FAIL) OR"
                        " MEAS (DIMENSIONAL):"
                    ACCEPT CT-SKILL-CODE
                    MOVE FUNCTION UPPER-CASE(CT-SKILL-CODE)
                        TO CT-SKILL-CODE
                    IF CT-SKILL-CODE = "INSP" OR CT-SKILL-CODE = "MEAS"
                        MOVE "Y" TO WS-CERT-VALID
                    ELSE
                        DISPLAY "REJECTED: QC STEP MUST BE INSP OR"
                            " MEAS"
                    END-IF
                WHEN OTHER
                    DISPLAY "REJECTED: SKILL TYPE MUST BE O, E OR Q"
            END-EVALUATE.

        VALIDATE-OPERATION.
            OPEN INPUT LABOR-RATES
            IF WS-LABRATE-STATUS NOT = "00"
                DISPLAY "REJECTED: LABOR-RATES NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            MOVE CT-SKILL-CODE TO LR-OPERATION-CODE
            READ LABOR-RATES
                INVALID KEY
                    DISPLAY "REJECTED: OPERATION " CT-SKILL-CODE
                        " NOT ON LABOR-RATES"
                NOT INVALID KEY
                    MOVE "Y" TO WS-CERT-VALID
            END-READ
            CLOSE LABOR-RATES.

        VALIDATE-EQUIPMENT.
            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "REJECTED: EQUIPMENT-MASTER NOT AVAILABLE"
                EXIT PARAGRAPH
            END-IF
            MOVE CT-SKILL-CODE TO EQ-EQUIP-CODE
            READ EQUIPMENT-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: EQUIPMENT " CT-SKILL-CODE
                        " NOT ON EQUIPMENT-MASTER"
                NOT INVALID KEY
                    MOVE "Y" TO WS-CERT-VALID
            END-READ
            CLOSE EQUIPMENT-MASTER.

        LOOKUP-OPERATOR.
      *     WS-OPER-STATUS comes back "00" only when WS-LOOKUP-ID is
      *     on the operator master
            OPEN INPUT OPERATOR-MASTER
            IF WS-OPER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LOOKUP-ID TO OP-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY
                    MOVE "23" TO WS-OPER-STATUS
            END-READ
            CLOSE OPERATOR-MASTER
            IF WS-OPER-STATUS = "23"
                EXIT PARAGRAPH
            END-IF
            MOVE "00" TO WS-OPER-STATUS.

        ADD-CERTIFICATION.
            PERFORM ACCEPT-CERT-KEY
            IF WS-CERT-VALID = "N"
                EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-CERT-ON-FILE
            READ CERTIFICATION-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CERT-ON-FILE
                    DISPLAY "CURRENT: CERTIFIED " CT-CERTIFIED-DATE
                        " EXPIRES " CT-EXPIRY-DATE
                        " TRAINER " CT-TRAINER
                    DISPLAY "RENEWING"
            END-READ

            DISPLAY "ENTER DATE CERTIFIED (YYYYMMDD, 0 = TODAY):"
            ACCEPT CT-CERTIFIED-DATE
            IF CT-CERTIFIED-DATE = ZERO
                MOVE WS-TODAY-DATE TO CT-CERTIFIED-DATE
            END-IF
            DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, 0 = NEVER"
                " LAPSES):"
            ACCEPT CT-EXPIRY-DATE
            IF CT-EXPIRY-DATE NOT = ZERO
                    AND CT-EXPIRY-DATE NOT > CT-CERTIFIED-DATE
                DISPLAY "REJECTED: EXPIRY MUST FALL AFTER THE"
                    " CERTIFIED DATE"
                EXIT PARAGRAPH
            END-IF

      *     a trainer is another operator on the master - nobody
      *     signs off their own certification
            DISPLAY "ENTER TRAINER OPERATOR ID (10 CHARS):"
            ACCEPT CT-TRAINER
            IF CT-TRAINER = CT-OPERATOR-ID
                DISPLAY "REJECTED: AN OPERATOR CANNOT TRAIN"
                    " THEMSELVES"
                EXIT PARAGRAPH
            END-IF
            MOVE CT-TRAINER TO WS-LOOKUP-ID
            PERFORM LOOKUP-OPERATOR
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "REJECTED: TRAINER " CT-TRAINER
                    " NOT ON OPERATOR-MASTER"
                EXIT PARAGRAPH
            END-IF

            IF WS-CERT-ON-FILE = "Y"
                REWRITE CERTIFICATION-RECORD
                DISPLAY "CERTIFICATION RENEWED FOR " CT-OPERATOR-ID
            ELSE
                WRITE CERTIFICATION-RECORD
                    INVALID KEY
                        DISPLAY "REJECTED: CERTIFICATION ALREADY ON"
                            " FILE"
                    NOT INVALID KEY
                        DISPLAY "CERTIFICATION ADDED FOR "
                            CT-OPERATOR-ID
                END-WRITE
            END-IF.

        REVOKE-CERTIFICATION.
            PERFORM ACCEPT-CERT-KEY
            IF WS-CERT-VALID = "N"
                EXIT PARAGRAPH
            END-IF

            READ CERTIFICATION-FILE
                INVALID KEY
                    DISPLAY "REJECTED: NO SUCH CERTIFICATION ON FILE"
                NOT INVALID KEY
                    DISPLAY "REVOKE " CT-SKILL-TYPE "-" CT-SKILL-CODE
                        " FROM " CT-OPERATOR-ID " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE CERTIFICATION-FILE RECORD
                        DISPLAY "CERTIFICATION REVOKED"
                    ELSE
                        DISPLAY "REVOKE CANCELLED"
                    END-IF
            END-READ.

        LIST-OPERATOR-CERTS.
      *     the key leads with the operator, so START there and read
      *     forward until it changes
            DISPLAY "ENTER OPERATOR ID (10 CHARS):"
            ACCEPT WS-OPERATOR-ENTRY

            MOVE ZERO TO WS-LISTED-COUNT
            MOVE WS-OPERATOR-ENTRY TO CT-OPERATOR-ID
            MOVE LOW-VALUES TO CT-SKILL-TYPE CT-SKILL-CODE
            START CERTIFICATION-FILE KEY >= CT-CERT-KEY
                INVALID KEY
                    DISPLAY "NO CERTIFICATIONS ON FILE FOR "
                        WS-OPERATOR-ENTRY
            END-START

            IF WS-FILE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ CERTIFICATION-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF CT-OPERATOR-ID = WS-OPERATOR-ENTRY
                                PERFORM SHOW-ONE-CERT
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-LISTED-COUNT = ZERO
                    DISPLAY "NO CERTIFICATIONS ON FILE FOR "
                        WS-OPERATOR-ENTRY
                END-IF
            END-IF.

        SHOW-ONE-CERT.
            EVALUATE TRUE
                WHEN CT-CERTIFIED-DATE > WS-TODAY-DATE
                    MOVE "PENDING" TO WS-CERT-STATE
                WHEN CT-EXPIRY-DATE NOT = ZERO
                        AND CT-EXPIRY-DATE < WS-TODAY-DATE
                    MOVE "EXPIRED" TO WS-CERT-STATE
                WHEN OTHER
                    MOVE "CURRENT" TO WS-CERT-STATE
            END-EVALUATE
            DISPLAY "  " CT-SKILL-TYPE "-" CT-SKILL-CODE
                " CERTIFIED " CT-CERTIFIED-DATE
                " EXPIRES " CT-EXPIRY-DATE
                " TRAINER " CT-TRAINER " " WS-CERT-STATE
            ADD 1 TO WS-LISTED-COUNT.

            END PROGRAM CERTIFICATION-MAINTENANCE.

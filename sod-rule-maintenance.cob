      * segregation-of-duties conflict rules for SOD-RULE - the
      * function pairs one operator may not hold together (H), or
      * may hold but not both perform on the same voucher or
      * adjustment (D). OPERATOR-MAINTENANCE checks a new grant
      * against these, and SOD-VIOLATION-REPORT checks what was
      * actually done. A fresh machine is seeded with the pairs the
      * outside auditors wrote up - vendor setup / invoice entry /
      * voucher approval, and adjustment entry / approval. Rule
      * changes are security events and go on AUDIT-LOG the same as
      * OPERATOR-MAINTENANCE's. Administration needs level 9.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOD-RULE-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SOD-RULE ASSIGN TO "SOD-RULE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SR-RULE-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

            SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SOD-RULE.
            COPY "SOD-RULE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        FD  AUDIT-LOG.
            COPY "AUDIT-LOG-RECORD.cpy".

        WORKING-STORAGE SECTION.
        78 ADMIN-AUTH-LEVEL      VALUE 9.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-AUDIT-STATUS       PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-ID-ANSWER          PIC X.
        01 WS-AUTH-LEVEL         PIC 9.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-AUDIT-NOTE         PIC X(40).
        01 WS-RULE-COUNT         PIC 9(3).

      * rule entry work fields
        01 WS-FUNCTION-1         PIC X(8).
        01 WS-FUNCTION-2         PIC X(8).
        01 WS-CHECK-FUNCTION     PIC X(8).
        01 WS-FUNC-IDX           PIC 9(2).
        01 WS-FUNC-FOUND         PIC X.
        01 WS-TYPE-DISP          PIC X(16).

      * the functions a rule can name
        COPY "FUNCTION-CODE-TABLE.cpy".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < ADMIN-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - CONFLICT RULES NEED"
                    " LEVEL " ADMIN-AUTH-LEVEL
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            PERFORM OPEN-SOD-RULE

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== SEGREGATION OF DUTIES RULES ====="
                DISPLAY "[1] ADD RULE"
                DISPLAY "[2] CHANGE RULE"
                DISPLAY "[3] DELETE RULE"
                DISPLAY "[4] LIST RULES"
                DISPLAY "[5] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM ADD-RULE
                    WHEN 2
                        PERFORM CHANGE-RULE
                    WHEN 3
                        PERFORM DELETE-RULE
                    WHEN 4
                        PERFORM LIST-RULES
                    WHEN 5
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE SOD-RULE
            STOP RUN.

        READ-OPERATOR-ID.
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE OPERATOR-SESSION-RECORD
                            TO WS-OPERATOR-ID
                END-READ
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-SOD-RULE.
      *     a fresh machine gets the audited pairs seeded - same
      *     first-run idea as OPERATOR-MAINTENANCE's SUPER operator
            OPEN I-O SOD-RULE
            IF WS-FILE-STATUS = "35"
                OPEN OUTPUT SOD-RULE
                PERFORM SEED-SOD-RULES
                CLOSE SOD-RULE
                OPEN I-O SOD-RULE
            END-IF.

        SEED-SOD-RULES.
            MOVE WS-OPERATOR-ID TO SR-ADDED-BY
            MOVE WS-TODAY-DATE TO SR-ADDED-DATE

            MOVE "VENDSETP" TO SR-FUNCTION-A
            MOVE "VINVENTR" TO SR-FUNCTION-B
            MOVE "D" TO SR-RULE-TYPE
            MOVE "SET UP A VENDOR AND KEY ITS INVOICES"
                TO SR-DESCRIPTION
            WRITE SOD-RULE-RECORD

            MOVE "VCHAPPRV" TO SR-FUNCTION-A
            MOVE "VENDSETP" TO SR-FUNCTION-B
            MOVE "H" TO SR-RULE-TYPE
            MOVE "SET UP VENDORS AND APPROVE THEIR VOUCHERS"
                TO SR-DESCRIPTION
            WRITE SOD-RULE-RECORD

            MOVE "VCHAPPRV" TO SR-FUNCTION-A
            MOVE "VINVENTR" TO SR-FUNCTION-B
            MOVE "D" TO SR-RULE-TYPE
            MOVE "KEY AN INVOICE AND APPROVE ITS VOUCHER"
                TO SR-DESCRIPTION
            WRITE SOD-RULE-RECORD

            MOVE "ADJAPPRV" TO SR-FUNCTION-A
            MOVE "INVADJ  " TO SR-FUNCTION-B
            MOVE "D" TO SR-RULE-TYPE
            MOVE "ENTER AN ADJUSTMENT AND APPROVE IT"
                TO SR-DESCRIPTION
            WRITE SOD-RULE-RECORD.

        ADD-RULE.
            PERFORM ACCEPT-RULE-PAIR
            IF WS-FUNC-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            PERFORM ACCEPT-RULE-TYPE
            DISPLAY "ENTER DESCRIPTION (40 CHARS):"
            ACCEPT SR-DESCRIPTION
            MOVE WS-OPERATOR-ID TO SR-ADDED-BY
            MOVE WS-TODAY-DATE TO SR-ADDED-DATE

            WRITE SOD-RULE-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: A RULE FOR THIS PAIR EXISTS"
                NOT INVALID KEY
                    MOVE "RULE ADDED" TO WS-AUDIT-NOTE
                    PERFORM WRITE-RULE-AUDIT
                    DISPLAY "RULE ADDED: " SR-FUNCTION-A " / "
                        SR-FUNCTION-B
            END-WRITE.

        CHANGE-RULE.
            PERFORM ACCEPT-RULE-PAIR
            IF WS-FUNC-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            READ SOD-RULE
                INVALID KEY
                    DISPLAY "REJECTED: NO RULE FOR THIS PAIR"
                NOT INVALID KEY
                    PERFORM SHOW-RULE
                    PERFORM ACCEPT-RULE-TYPE
                    DISPLAY "ENTER NEW DESCRIPTION (40 CHARS):"
                    ACCEPT SR-DESCRIPTION
                    MOVE WS-OPERATOR-ID TO SR-ADDED-BY
                    MOVE WS-TODAY-DATE TO SR-ADDED-DATE
                    REWRITE SOD-RULE-RECORD
                    MOVE "RULE CHANGED" TO WS-AUDIT-NOTE
                    PERFORM WRITE-RULE-AUDIT
                    DISPLAY "RULE UPDATED: " SR-FUNCTION-A " / "
                        SR-FUNCTION-B
            END-READ.

        DELETE-RULE.
            PERFORM ACCEPT-RULE-PAIR
            IF WS-FUNC-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            READ SOD-RULE
                INVALID KEY
                    DISPLAY "REJECTED: NO RULE FOR THIS PAIR"
                NOT INVALID KEY
                    PERFORM SHOW-RULE
                    DISPLAY "DELETE THIS RULE - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE SOD-RULE RECORD
                        MOVE "RULE DELETED" TO WS-AUDIT-NOTE
                        PERFORM WRITE-RULE-AUDIT
                        DISPLAY "RULE DELETED"
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    END-IF
            END-READ.

        LIST-RULES.
            MOVE ZERO TO WS-RULE-COUNT
            MOVE LOW-VALUES TO SR-RULE-KEY
            MOVE "N" TO WS-EOF
            START SOD-RULE KEY IS NOT LESS THAN SR-RULE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ SOD-RULE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-RULE-COUNT
                        PERFORM SHOW-RULE
                END-READ
            END-PERFORM
            IF WS-RULE-COUNT = ZERO
                DISPLAY "NO CONFLICT RULES ON FILE"
            END-IF.

        SHOW-RULE.
            IF SR-RULE-TYPE = "H"
                MOVE "MAY NOT HOLD    " TO WS-TYPE-DISP
            ELSE
                MOVE "NOT SAME DOC    " TO WS-TYPE-DISP
            END-IF
            DISPLAY SR-FUNCTION-A " / " SR-FUNCTION-B " "
                WS-TYPE-DISP SR-DESCRIPTION.

        ACCEPT-RULE-PAIR.
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > FUNCTION-CODE-COUNT
                DISPLAY "  " FC-FUNCTION(WS-FUNC-IDX) " "
                    FC-DESCRIPTION(WS-FUNC-IDX)
            END-PERFORM
            DISPLAY "ENTER FIRST FUNCTION CODE:"
            ACCEPT WS-FUNCTION-1
            MOVE FUNCTION UPPER-CASE(WS-FUNCTION-1) TO WS-FUNCTION-1
            DISPLAY "ENTER SECOND FUNCTION CODE:"
            ACCEPT WS-FUNCTION-2
            MOVE FUNCTION UPPER-CASE(WS-FUNCTION-2) TO WS-FUNCTION-2

            MOVE WS-FUNCTION-1 TO WS-CHECK-FUNCTION
            PERFORM VALIDATE-FUNCTION
            IF WS-FUNC-FOUND = "Y"
                MOVE WS-FUNCTION-2 TO WS-CHECK-FUNCTION
                PERFORM VALIDATE-FUNCTION
            END-IF
            IF WS-FUNC-FOUND NOT = "Y"
                DISPLAY "REJECTED: UNKNOWN FUNCTION CODE "
                    WS-CHECK-FUNCTION
                EXIT PARAGRAPH
            END-IF
            IF WS-FUNCTION-1 = WS-FUNCTION-2
                DISPLAY "REJECTED: A RULE NEEDS TWO DIFFERENT"
                    " FUNCTIONS"
                MOVE "N" TO WS-FUNC-FOUND
                EXIT PARAGRAPH
            END-IF

      *     stored lower code first so each pair is on file once
            IF WS-FUNCTION-1 < WS-FUNCTION-2
                MOVE WS-FUNCTION-1 TO SR-FUNCTION-A
                MOVE WS-FUNCTION-2 TO SR-FUNCTION-B
            ELSE
                MOVE WS-FUNCTION-2 TO SR-FUNCTION-A
                MOVE WS-FUNCTION-1 TO SR-FUNCTION-B
            END-IF.

        VALIDATE-FUNCTION.
            MOVE "N" TO WS-FUNC-FOUND
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > FUNCTION-CODE-COUNT
                IF FC-FUNCTION(WS-FUNC-IDX) = WS-CHECK-FUNCTION
                    MOVE "Y" TO WS-FUNC-FOUND
                END-IF
            END-PERFORM.

        ACCEPT-RULE-TYPE.
            MOVE SPACES TO WS-ID-ANSWER
            PERFORM UNTIL WS-ID-ANSWER = "H" OR WS-ID-ANSWER = "D"
                DISPLAY "RULE TYPE - H MAY NOT HOLD BOTH,"
                    " D MAY NOT DO BOTH ON ONE DOCUMENT:"
                ACCEPT WS-ID-ANSWER
                MOVE FUNCTION UPPER-CASE(WS-ID-ANSWER)
                    TO WS-ID-ANSWER
            END-PERFORM
            MOVE WS-ID-ANSWER TO SR-RULE-TYPE.

        WRITE-RULE-AUDIT.
      *     same OPEN EXTEND fallback as OPERATOR-MAINTENANCE's
      *     security audit
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                CLOSE AUDIT-LOG
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE "SOD-RULE-MAINTENANCE" TO AL-PROGRAM
            MOVE WS-OPERATOR-ID TO AL-OPERATOR
            MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
            MOVE SPACES TO AL-INPUTS
            STRING SR-FUNCTION-A " / " SR-FUNCTION-B " " SR-RULE-TYPE
                   DELIMITED BY SIZE INTO AL-INPUTS
            MOVE WS-AUDIT-NOTE TO AL-OUTPUTS
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

            END PROGRAM SOD-RULE-MAINTENANCE.

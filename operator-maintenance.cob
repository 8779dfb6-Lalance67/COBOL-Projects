      * an operator cannot quietly raise their own level. The
      * OPERATOR-AUTH subprogram at the bottom is the shared level
      * check every maintenance screen calls at startup.
      * Functions the auditors want held apart (vendor setup,
      * invoice entry, voucher approval, adjustment entry and
      * approval) are granted here one at a time onto OPERATOR-GRANT;
      * a grant that would hand one operator both sides of an "H"
      * pair on SOD-RULE is refused, and a "D" pair is allowed with
      * a warning. FUNCTION-AUTH, also at the bottom, is the check
      * the guarded screens call.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPERATOR-MAINTENANCE.

                RECORD KEY IS OP-OPERATOR-ID
                FILE STATUS IS WS-FILE-STATUS.

            SELECT OPERATOR-GRANT ASSIGN TO "OPERATOR-GRANT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OG-GRANT-KEY
                FILE STATUS IS WS-GRANT-STATUS.

      *     the conflict rules - kept by SOD-RULE-MAINTENANCE
            SELECT SOD-RULE ASSIGN TO "SOD-RULE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SR-RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.

            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

      *     unlocks and password resets are security events - same
      *     trail the sign-on lockouts land in
            SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG.DAT"
        FD  OPERATOR-MASTER.
            COPY "OPERATOR-RECORD.cpy".

        FD  OPERATOR-GRANT.
            COPY "OPERATOR-GRANT-RECORD.cpy".

        FD  SOD-RULE.
            COPY "SOD-RULE-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        FD  AUDIT-LOG.
            COPY "AUDIT-LOG-RECORD.cpy".

        78 ADMIN-AUTH-LEVEL      VALUE 9.
        01 WS-FILE-STATUS        PIC XX.
        01 WS-AUDIT-STATUS       PIC XX.
        01 WS-GRANT-STATUS       PIC XX.
        01 WS-RULE-STATUS        PIC XX.
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-ID-ANSWER          PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-AUDIT-NOTE         PIC X(40).

      * function grant work fields
        01 WS-GRANT-OPERATOR     PIC X(10).
        01 WS-GRANT-FUNCTION     PIC X(8).
        01 WS-FUNC-IDX           PIC 9(2).
        01 WS-FUNC-FOUND         PIC X.
        01 WS-GRANT-EOF          PIC X.
        01 WS-GRANT-COUNT        PIC 9(3).
        01 WS-CONFLICT           PIC X.
        01 WS-PAIR-FUNCTION-1    PIC X(8).
        01 WS-PAIR-FUNCTION-2    PIC X(8).
        01 WS-RULE-FOUND         PIC X.

      * the functions that can be granted
        COPY "FUNCTION-CODE-TABLE.cpy".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < ADMIN-AUTH-LEVEL
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            PERFORM OPEN-OPERATOR-MASTER
            PERFORM OPEN-OPERATOR-GRANT

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== OPERATOR-MASTER MAINTENANCE ====="
                DISPLAY "[3] DELETE"
                DISPLAY "[4] INQUIRE"
                DISPLAY "[5] UNLOCK / RESET FAILED ATTEMPTS"
                DISPLAY "[6] GRANT A FUNCTION"
                DISPLAY "[7] REVOKE A FUNCTION"
                DISPLAY "[8] LIST AN OPERATOR'S GRANTS"
                DISPLAY "[9] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""
                    WHEN 5
                        PERFORM UNLOCK-OPERATOR
                    WHEN 6
                        PERFORM GRANT-FUNCTION
                    WHEN 7
                        PERFORM REVOKE-FUNCTION
                    WHEN 8
                        PERFORM LIST-GRANTS
                    WHEN 9
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
            END-PERFORM

            CLOSE OPERATOR-MASTER
            CLOSE OPERATOR-GRANT
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

        OPEN-OPERATOR-MASTER.
      *     a fresh machine gets the default administrator seeded so
      *     nobody is locked out of creating the real operators -
                MOVE ZERO TO OP-FAIL-COUNT
                MOVE "N" TO OP-LOCKED
                MOVE SPACES TO OP-PASSWORD-HISTORY
                MOVE "Y" TO OP-TRAINING-ACCESS
                WRITE OPERATOR-MASTER-RECORD
                CLOSE OPERATOR-MASTER
                OPEN I-O OPERATOR-MASTER
            END-IF.

        OPEN-OPERATOR-GRANT.
      *     created empty the first time - until somebody is granted
      *     a function, FUNCTION-AUTH leaves it to the auth level
            OPEN I-O OPERATOR-GRANT
            IF WS-GRANT-STATUS = "35"
                OPEN OUTPUT OPERATOR-GRANT
                CLOSE OPERATOR-GRANT
                OPEN I-O OPERATOR-GRANT
            END-IF.

        ADD-OPERATOR.
            DISPLAY "ENTER OPERATOR ID (10 CHARS):"
            ACCEPT OP-OPERATOR-ID
            MOVE ZERO TO OP-FAIL-COUNT
            MOVE "N" TO OP-LOCKED
            MOVE SPACES TO OP-PASSWORD-HISTORY
            PERFORM ACCEPT-TRAINING-ACCESS

            WRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    ACCEPT OP-PASSWORD
                    DISPLAY "ENTER NEW AUTH LEVEL (1-9):"
                    ACCEPT OP-AUTH-LEVEL
                    PERFORM ACCEPT-TRAINING-ACCESS
                    MOVE FUNCTION CURRENT-DATE
                        TO WS-TODAY-TIMESTAMP
                    MOVE WS-TODAY-TIMESTAMP(1:8)
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE OPERATOR-MASTER RECORD
                        PERFORM DELETE-OPERATOR-GRANTS
                        DISPLAY "OPERATOR DELETED: " OP-OPERATOR-ID
                    ELSE
                        DISPLAY "DELETE CANCELLED"
                    DISPLAY "PASSWORD SET: " OP-PASSWORD-DATE
                    DISPLAY "FAILED ATTEMPTS: " OP-FAIL-COUNT
                    DISPLAY "LOCKED: " OP-LOCKED
                    DISPLAY "TRAINING ACCESS: " OP-TRAINING-ACCESS
                    MOVE OP-OPERATOR-ID TO WS-GRANT-OPERATOR
                    PERFORM SHOW-OPERATOR-GRANTS
            END-READ.

        ACCEPT-TRAINING-ACCESS.
      *     a trainee is held to the sandbox at every sign-on
            MOVE SPACES TO WS-ID-ANSWER
            PERFORM UNTIL WS-ID-ANSWER = "T" OR WS-ID-ANSWER = "Y"
                    OR WS-ID-ANSWER = "N"
                DISPLAY "TRAINING ACCESS - T TRAINEE (TRAINING ONLY),"
                    " Y EITHER, N LIVE ONLY:"
                ACCEPT WS-ID-ANSWER
                MOVE FUNCTION UPPER-CASE(WS-ID-ANSWER)
                    TO WS-ID-ANSWER
            END-PERFORM
            MOVE WS-ID-ANSWER TO OP-TRAINING-ACCESS.

        UNLOCK-OPERATOR.
            DISPLAY "ENTER OPERATOR ID TO UNLOCK:"
            ACCEPT OP-OPERATOR-ID
                    DISPLAY "OPERATOR UNLOCKED: " OP-OPERATOR-ID
            END-READ.

        GRANT-FUNCTION.
            DISPLAY "ENTER OPERATOR ID TO GRANT TO:"
            ACCEPT OP-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY
                    DISPLAY "REJECTED: OPERATOR NOT FOUND"
                    EXIT PARAGRAPH
            END-READ
            MOVE OP-OPERATOR-ID TO WS-GRANT-OPERATOR

            PERFORM ACCEPT-FUNCTION-CODE
            IF WS-FUNC-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE WS-GRANT-FUNCTION TO OG-FUNCTION
            READ OPERATOR-GRANT
                NOT INVALID KEY
                    DISPLAY "OPERATOR ALREADY HOLDS " WS-GRANT-FUNCTION
                    EXIT PARAGRAPH
            END-READ

      *     no rule file means nobody has decided what conflicts yet -
      *     better to stop here than grant blind
            OPEN INPUT SOD-RULE
            IF WS-RULE-STATUS NOT = "00"
                DISPLAY "CONFLICT RULES NOT SET UP - RUN"
                    " SOD-RULE-MAINTENANCE FIRST"
                EXIT PARAGRAPH
            END-IF

      *     every function the operator already holds is paired with
      *     the new one and looked up on the rule file
            MOVE "N" TO WS-CONFLICT
            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE LOW-VALUES TO OG-FUNCTION
            MOVE "N" TO WS-GRANT-EOF
            START OPERATOR-GRANT KEY IS NOT LESS THAN OG-GRANT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-GRANT-EOF
            END-START
            PERFORM UNTIL WS-GRANT-EOF = "Y"
                READ OPERATOR-GRANT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-GRANT-EOF
                    NOT AT END
                        IF OG-OPERATOR-ID NOT = WS-GRANT-OPERATOR
                            MOVE "Y" TO WS-GRANT-EOF
                        ELSE
                            PERFORM CHECK-GRANT-CONFLICT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SOD-RULE

            IF WS-CONFLICT = "Y"
                DISPLAY "GRANT REFUSED - SEGREGATION OF DUTIES"
                MOVE SPACES TO WS-AUDIT-NOTE
                STRING "GRANT " WS-GRANT-FUNCTION
                       " REFUSED - SOD CONFLICT"
                       DELIMITED BY SIZE INTO WS-AUDIT-NOTE
                MOVE WS-GRANT-OPERATOR TO OP-OPERATOR-ID
                PERFORM WRITE-SECURITY-AUDIT
                EXIT PARAGRAPH
            END-IF

            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE WS-GRANT-FUNCTION TO OG-FUNCTION
            MOVE WS-OPERATOR-ID TO OG-GRANTED-BY
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO OG-GRANT-DATE
            WRITE OPERATOR-GRANT-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: GRANT COULD NOT BE WRITTEN"
                    EXIT PARAGRAPH
            END-WRITE

            MOVE SPACES TO WS-AUDIT-NOTE
            STRING "FUNCTION " WS-GRANT-FUNCTION " GRANTED"
                   DELIMITED BY SIZE INTO WS-AUDIT-NOTE
            MOVE WS-GRANT-OPERATOR TO OP-OPERATOR-ID
            PERFORM WRITE-SECURITY-AUDIT
            DISPLAY "GRANTED " WS-GRANT-FUNCTION " TO "
                WS-GRANT-OPERATOR.

        CHECK-GRANT-CONFLICT.
            MOVE WS-GRANT-FUNCTION TO WS-PAIR-FUNCTION-1
            MOVE OG-FUNCTION TO WS-PAIR-FUNCTION-2
            PERFORM FIND-SOD-RULE
            IF WS-RULE-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF SR-RULE-TYPE = "H"
                MOVE "Y" TO WS-CONFLICT
                DISPLAY "CONFLICTS WITH HELD GRANT " OG-FUNCTION
                    " - " SR-DESCRIPTION
            ELSE
                DISPLAY "NOTE - WITH " OG-FUNCTION " MAY NOT ACT ON"
                    " THE SAME DOCUMENT: " SR-DESCRIPTION
            END-IF.

        FIND-SOD-RULE.
      *     pairs are on file lower code first
            MOVE "N" TO WS-RULE-FOUND
            IF WS-PAIR-FUNCTION-1 < WS-PAIR-FUNCTION-2
                MOVE WS-PAIR-FUNCTION-1 TO SR-FUNCTION-A
                MOVE WS-PAIR-FUNCTION-2 TO SR-FUNCTION-B
            ELSE
                MOVE WS-PAIR-FUNCTION-2 TO SR-FUNCTION-A
                MOVE WS-PAIR-FUNCTION-1 TO SR-FUNCTION-B
            END-IF
            READ SOD-RULE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RULE-FOUND
            END-READ.

        REVOKE-FUNCTION.
            DISPLAY "ENTER OPERATOR ID TO REVOKE FROM:"
            ACCEPT WS-GRANT-OPERATOR
            PERFORM ACCEPT-FUNCTION-CODE
            IF WS-FUNC-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE WS-GRANT-FUNCTION TO OG-FUNCTION
            READ OPERATOR-GRANT
                INVALID KEY
                    DISPLAY "OPERATOR DOES NOT HOLD " WS-GRANT-FUNCTION
                    EXIT PARAGRAPH
            END-READ
            DELETE OPERATOR-GRANT RECORD

            MOVE SPACES TO WS-AUDIT-NOTE
            STRING "FUNCTION " WS-GRANT-FUNCTION " REVOKED"
                   DELIMITED BY SIZE INTO WS-AUDIT-NOTE
            MOVE WS-GRANT-OPERATOR TO OP-OPERATOR-ID
            PERFORM WRITE-SECURITY-AUDIT
            DISPLAY "REVOKED " WS-GRANT-FUNCTION " FROM "
                WS-GRANT-OPERATOR.

        LIST-GRANTS.
            DISPLAY "ENTER OPERATOR ID TO LIST:"
            ACCEPT WS-GRANT-OPERATOR
            PERFORM SHOW-OPERATOR-GRANTS.

        SHOW-OPERATOR-GRANTS.
            MOVE ZERO TO WS-GRANT-COUNT
            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE LOW-VALUES TO OG-FUNCTION
            MOVE "N" TO WS-GRANT-EOF
            START OPERATOR-GRANT KEY IS NOT LESS THAN OG-GRANT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-GRANT-EOF
            END-START
            PERFORM UNTIL WS-GRANT-EOF = "Y"
                READ OPERATOR-GRANT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-GRANT-EOF
                    NOT AT END
                        IF OG-OPERATOR-ID NOT = WS-GRANT-OPERATOR
                            MOVE "Y" TO WS-GRANT-EOF
                        ELSE
                            ADD 1 TO WS-GRANT-COUNT
                            DISPLAY "GRANT: " OG-FUNCTION
                                " BY " OG-GRANTED-BY
                                " ON " OG-GRANT-DATE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-GRANT-COUNT = ZERO
                DISPLAY "NO FUNCTION GRANTS"
            END-IF.

        DELETE-OPERATOR-GRANTS.
      *     a deleted id's grants go with it, so a new operator given
      *     the same id later does not inherit them
            MOVE OP-OPERATOR-ID TO WS-GRANT-OPERATOR
            MOVE WS-GRANT-OPERATOR TO OG-OPERATOR-ID
            MOVE LOW-VALUES TO OG-FUNCTION
            MOVE "N" TO WS-GRANT-EOF
            START OPERATOR-GRANT KEY IS NOT LESS THAN OG-GRANT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-GRANT-EOF
            END-START
            PERFORM UNTIL WS-GRANT-EOF = "Y"
                READ OPERATOR-GRANT NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-GRANT-EOF
                    NOT AT END
                        IF OG-OPERATOR-ID NOT = WS-GRANT-OPERATOR
                            MOVE "Y" TO WS-GRANT-EOF
                        ELSE
                            DELETE OPERATOR-GRANT RECORD
                        END-IF
                END-READ
            END-PERFORM.

        ACCEPT-FUNCTION-CODE.
            MOVE "N" TO WS-FUNC-FOUND
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > FUNCTION-CODE-COUNT
                DISPLAY "  " FC-FUNCTION(WS-FUNC-IDX) " "
                    FC-DESCRIPTION(WS-FUNC-IDX)
            END-PERFORM
            DISPLAY "ENTER FUNCTION CODE:"
            ACCEPT WS-GRANT-FUNCTION
            MOVE FUNCTION UPPER-CASE(WS-GRANT-FUNCTION)
                TO WS-GRANT-FUNCTION
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > FUNCTION-CODE-COUNT
                IF FC-FUNCTION(WS-FUNC-IDX) = WS-GRANT-FUNCTION
                    MOVE "Y" TO WS-FUNC-FOUND
                END-IF
            END-PERFORM
            IF WS-FUNC-FOUND NOT = "Y"
                DISPLAY "REJECTED: UNKNOWN FUNCTION CODE"
            END-IF.

        WRITE-SECURITY-AUDIT.
      *     same OPEN EXTEND fallback as the calculation programs'
      *     audit writes
      * session MENU-DRIVER's validated sign-on left on disk and
      * hands back the signed-on operator's level; zero when nobody
      * is signed on, so a screen started cold refuses update work
      * instead of guessing. Every maintenance screen comes through
      * here first, so this is also where a screen opened on the
      * training sandbox puts up the TRAINING banner.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPERATOR-AUTH.

        WORKING-STORAGE SECTION.
        01 WS-OPSESS-STATUS     PIC XX.

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        LINKAGE SECTION.
        01 OA-AUTH-LEVEL        PIC 9.

                END-READ
                CLOSE OPERATOR-SESSION
            END-IF

            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            GOBACK.

            END PROGRAM OPERATOR-AUTH.

      * FUNCTION-AUTH - the shared function-grant check. Hands back
      * the signed-on operator and Y when that operator holds the
      * named function on OPERATOR-GRANT. A function nobody has been
      * granted yet is not under grant control and answers Y, so a
      * shop that has not started granting carries on under the
      * auth levels alone; the first grant of a function closes it
      * to everyone else.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FUNCTION-AUTH.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

            SELECT OPERATOR-GRANT ASSIGN TO "OPERATOR-GRANT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OG-GRANT-KEY
                FILE STATUS IS WS-GRANT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD.
            05  OS-OPERATOR-ID       PIC X(10).
            05  OS-AUTH-LEVEL        PIC 9.

        FD  OPERATOR-GRANT.
            COPY "OPERATOR-GRANT-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-OPSESS-STATUS     PIC XX.
        01 WS-GRANT-STATUS      PIC XX.
        01 WS-GRANT-EOF         PIC X.

        LINKAGE SECTION.
            COPY "FUNCTION-AUTH-PARAMS.cpy".

        PROCEDURE DIVISION USING FUNCTION-AUTH-PARAMS.
            MOVE "N" TO FAP-GRANTED
            MOVE "UNKNOWN" TO FAP-OPERATOR-ID
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE OS-OPERATOR-ID TO FAP-OPERATOR-ID
                END-READ
                CLOSE OPERATOR-SESSION
            END-IF

            OPEN INPUT OPERATOR-GRANT
            IF WS-GRANT-STATUS NOT = "00"
                MOVE "Y" TO FAP-GRANTED
                GOBACK
            END-IF

            MOVE FAP-OPERATOR-ID TO OG-OPERATOR-ID
            MOVE FAP-FUNCTION TO OG-FUNCTION
            READ OPERATOR-GRANT
                NOT INVALID KEY
                    MOVE "Y" TO FAP-GRANTED
            END-READ

      *     not held - still open to all if nobody holds it
            IF FAP-GRANTED NOT = "Y"
                MOVE "Y" TO FAP-GRANTED
                MOVE LOW-VALUES TO OG-GRANT-KEY
                MOVE "N" TO WS-GRANT-EOF
                START OPERATOR-GRANT KEY IS NOT LESS THAN OG-GRANT-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-GRANT-EOF
                END-START
                PERFORM UNTIL WS-GRANT-EOF = "Y"
                    READ OPERATOR-GRANT NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-GRANT-EOF
                        NOT AT END
                            IF OG-FUNCTION = FAP-FUNCTION
                                MOVE "N" TO FAP-GRANTED
                                MOVE "Y" TO WS-GRANT-EOF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            CLOSE OPERATOR-GRANT
            GOBACK.

            END PROGRAM FUNCTION-AUTH.

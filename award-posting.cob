      * AWARD-POSTING - credits each active STUDENT-AWARD to the
      * student's STUDENT-ACCOUNT for the term TUITION-BILLING has
      * just billed. Called from TUITION-BILLING with the term code
      * right after the tuition charges are written.
      *   - the credit is AW-AMOUNT, or AW-PERCENT of the student's
      *     tuition charge for the term, and never more than that
      *     charge; a student with no tuition charge for the term
      *     gets nothing
      *   - an award is credited once per term - a re-run of the
      *     billing for the same term does not credit it again
      *   - an award whose term limit is used up is ended instead
      * Every credit is also logged on AWARD-POSTING.DAT with its
      * fund so the fund report can set it against the budget.
      * Logs its start and end in RUN-CONTROL.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AWARD-POSTING.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AWARD-MASTER ASSIGN TO "AWARD-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AW-AWARD-CODE
                FILE STATUS IS WS-AWARD-STATUS.

            SELECT STUDENT-AWARD ASSIGN TO "STUDENT-AWARD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SAW-AWARD-KEY
                FILE STATUS IS WS-SAW-STATUS.

            SELECT STUDENT-ACCOUNT ASSIGN TO "STUDENT-ACCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCOUNT-STATUS.

            SELECT AWARD-POSTING ASSIGN TO "AWARD-POSTING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POSTING-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AWARD-MASTER.
            COPY "AWARD-MASTER-RECORD.cpy".

        FD  STUDENT-AWARD.
            COPY "STUDENT-AWARD-RECORD.cpy".

        FD  STUDENT-ACCOUNT.
            COPY "STUDENT-ACCOUNT-RECORD.cpy".

        FD  AWARD-POSTING.
            COPY "AWARD-POSTING-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-AWARD-STATUS       PIC XX.
        01 WS-SAW-STATUS         PIC XX.
        01 WS-ACCOUNT-STATUS     PIC XX.
        01 WS-POSTING-STATUS     PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TUITION-DESC       PIC X(20).
        01 WS-CREDIT             PIC 9(5)V99.
        01 WS-CREDIT-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-ENDED-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-CREDIT-TOTAL       PIC 9(7)V99 VALUE ZERO.
        01 WS-TOTAL-DISP         PIC Z,ZZZ,ZZ9.99.

      * every student holding an active award, loaded in key order
      * so the ledger pass can find a row with SEARCH ALL, with the
      * tuition charged them for the term
        01 WS-STUDENT-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-STUDENT-TABLE.
            05 WS-STU-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-STUDENT-COUNT
                               ASCENDING KEY IS WS-STU-ID
                               INDEXED BY WS-STU-IDX.
                10 WS-STU-ID         PIC X(6).
                10 WS-STU-TUITION    PIC 9(5)V99.
        01 WS-LOOKUP-ID          PIC X(6).

      * the credits, held until the ledger read is closed
        01 WS-POST-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-POST-IDX           PIC 9(4).
        01 WS-POST-TABLE.
            05 WS-POST-ENTRY OCCURS 3000 TIMES.
                10 WS-POST-STUDENT   PIC X(6).
                10 WS-POST-AWARD     PIC X(6).
                10 WS-POST-FUND      PIC X(6).
                10 WS-POST-TUITION   PIC 9(5)V99.
                10 WS-POST-AMOUNT    PIC 9(5)V99.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        LINKAGE SECTION.
        01 POSTING-TERM          PIC X(5).

        PROCEDURE DIVISION USING POSTING-TERM.
            MOVE "AWARD-POSTING" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT AWARD-MASTER
            IF WS-AWARD-STATUS NOT = "00"
      *         no awards have been set up - nothing to credit
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN INPUT STUDENT-AWARD
            IF WS-SAW-STATUS NOT = "00"
                CLOSE AWARD-MASTER
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-AWARD NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SAW-STATUS = "A"
                            PERFORM ADD-AWARD-STUDENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-AWARD

            PERFORM LOAD-TERM-TUITION

            OPEN I-O STUDENT-AWARD
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-AWARD NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SAW-STATUS = "A"
                           AND SAW-LAST-TERM-POSTED NOT = POSTING-TERM
                            PERFORM CREDIT-ONE-AWARD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-AWARD
            CLOSE AWARD-MASTER

            PERFORM POST-LEDGER-ENTRIES

            MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
            DISPLAY "AWARDS CREDITED FOR " POSTING-TERM ": "
                WS-CREDIT-COUNT " TOTAL " WS-TOTAL-DISP
            IF WS-ENDED-COUNT > ZERO
                DISPLAY "AWARDS ENDED AT THEIR TERM LIMIT: "
                    WS-ENDED-COUNT
            END-IF
            IF WS-TABLE-FULL = "Y"
                DISPLAY "AWARD TABLE FULL - SOME AWARDS NOT CREDITED,"
                    " RE-RUN THE BILLING FOR THE TERM"
            END-IF

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-CREDIT-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        ADD-AWARD-STUDENT.
      *     awards are keyed student then award, so the ids come out
      *     in order and a student with two awards is loaded once
            IF WS-STUDENT-COUNT > ZERO
                IF WS-STU-ID(WS-STUDENT-COUNT) = SAW-STUDENT-ID
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-STUDENT-COUNT = 2000
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STUDENT-COUNT
            MOVE SAW-STUDENT-ID TO WS-STU-ID(WS-STUDENT-COUNT)
            MOVE ZERO TO WS-STU-TUITION(WS-STUDENT-COUNT).

        LOAD-TERM-TUITION.
      *     the term's tuition charges as TUITION-BILLING writes them
            IF WS-STUDENT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-TUITION-DESC
            STRING "TUITION " POSTING-TERM
                DELIMITED BY SIZE INTO WS-TUITION-DESC
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
                        IF SA-ENTRY-TYPE = "C"
                           AND SA-DESCRIPTION = WS-TUITION-DESC
                            MOVE SA-STUDENT-ID TO WS-LOOKUP-ID
                            PERFORM FIND-STUDENT
                            IF WS-FOUND = "Y"
                                ADD SA-AMOUNT
                                    TO WS-STU-TUITION(WS-STU-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-ACCOUNT.

        FIND-STUDENT.
            MOVE "N" TO WS-FOUND
            IF WS-STUDENT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL WS-STU-ENTRY
                AT END
                    MOVE "N" TO WS-FOUND
                WHEN WS-STU-ID(WS-STU-IDX) = WS-LOOKUP-ID
                    MOVE "Y" TO WS-FOUND
            END-SEARCH.

        CREDIT-ONE-AWARD.
            MOVE SAW-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-STUDENT
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            IF WS-STU-TUITION(WS-STU-IDX) = ZERO
      *         not billed for the term - nothing to credit against
                EXIT PARAGRAPH
            END-IF
            MOVE SAW-AWARD-CODE TO AW-AWARD-CODE
            READ AWARD-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF AW-STATUS NOT = "A"
                EXIT PARAGRAPH
            END-IF
            IF AW-TERM-LIMIT > ZERO
               AND SAW-TERMS-CREDITED NOT < AW-TERM-LIMIT
                MOVE "E" TO SAW-STATUS
                REWRITE STUDENT-AWARD-RECORD
                ADD 1 TO WS-ENDED-COUNT
                EXIT PARAGRAPH
            END-IF
            IF WS-POST-COUNT = 3000
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF

            IF AW-BASIS = "P"
                COMPUTE WS-CREDIT ROUNDED =
                    WS-STU-TUITION(WS-STU-IDX) * AW-PERCENT / 100
            ELSE
                MOVE AW-AMOUNT TO WS-CREDIT
            END-IF
            IF WS-CREDIT > WS-STU-TUITION(WS-STU-IDX)
                MOVE WS-STU-TUITION(WS-STU-IDX) TO WS-CREDIT
            END-IF
            IF WS-CREDIT = ZERO
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-POST-COUNT
            MOVE SAW-STUDENT-ID TO WS-POST-STUDENT(WS-POST-COUNT)
            MOVE SAW-AWARD-CODE TO WS-POST-AWARD(WS-POST-COUNT)
            MOVE AW-FUND-CODE TO WS-POST-FUND(WS-POST-COUNT)
            MOVE WS-STU-TUITION(WS-STU-IDX)
                TO WS-POST-TUITION(WS-POST-COUNT)
            MOVE WS-CREDIT TO WS-POST-AMOUNT(WS-POST-COUNT)

            IF SAW-FIRST-TERM = SPACES
                MOVE POSTING-TERM TO SAW-FIRST-TERM
            END-IF
            ADD 1 TO SAW-TERMS-CREDITED
            MOVE POSTING-TERM TO SAW-LAST-TERM-POSTED
            ADD WS-CREDIT TO SAW-TOTAL-CREDITED
            REWRITE STUDENT-AWARD-RECORD
            ADD 1 TO WS-CREDIT-COUNT
            ADD WS-CREDIT TO WS-CREDIT-TOTAL.

        POST-LEDGER-ENTRIES.
      *     the credits go on the ledger as payments, the way the
      *     office used to key them, and on the award log with the
      *     fund they came out of
            IF WS-POST-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND STUDENT-ACCOUNT
            IF WS-ACCOUNT-STATUS = "05" OR WS-ACCOUNT-STATUS = "35"
                CLOSE STUDENT-ACCOUNT
                OPEN OUTPUT STUDENT-ACCOUNT
            END-IF
            OPEN EXTEND AWARD-POSTING
            IF WS-POSTING-STATUS = "05" OR WS-POSTING-STATUS = "35"
                CLOSE AWARD-POSTING
                OPEN OUTPUT AWARD-POSTING
            END-IF
            PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                    UNTIL WS-POST-IDX > WS-POST-COUNT
                MOVE WS-POST-STUDENT(WS-POST-IDX) TO SA-STUDENT-ID
                MOVE WS-TODAY-DATE TO SA-ENTRY-DATE
                MOVE "P" TO SA-ENTRY-TYPE
                MOVE SPACES TO SA-DESCRIPTION
                STRING "AWARD " WS-POST-AWARD(WS-POST-IDX)
                       " " POSTING-TERM
                       DELIMITED BY SIZE INTO SA-DESCRIPTION
                MOVE WS-POST-AMOUNT(WS-POST-IDX) TO SA-AMOUNT
                WRITE STUDENT-ACCOUNT-RECORD

                MOVE WS-POST-STUDENT(WS-POST-IDX) TO AWP-STUDENT-ID
                MOVE WS-POST-AWARD(WS-POST-IDX) TO AWP-AWARD-CODE
                MOVE WS-POST-FUND(WS-POST-IDX) TO AWP-FUND-CODE
                MOVE POSTING-TERM TO AWP-TERM
                MOVE WS-TODAY-DATE TO AWP-POST-DATE
                MOVE WS-POST-TUITION(WS-POST-IDX)
                    TO AWP-TUITION-CHARGE
                MOVE WS-POST-AMOUNT(WS-POST-IDX) TO AWP-AMOUNT
                WRITE AWARD-POSTING-RECORD
            END-PERFORM
            CLOSE STUDENT-ACCOUNT
            CLOSE AWARD-POSTING.

            END PROGRAM AWARD-POSTING.

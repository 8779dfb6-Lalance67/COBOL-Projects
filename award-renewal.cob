      * AWARD-RENEWAL - re-checks every scholarship and aid award at
      * term close. Called from TERM-END-CLOSE with the closed term
      * once the term's GPA-HISTORY entries are written and SM-GPA
      * is refreshed. For each active or suspended STUDENT-AWARD
      * held by a student with work in the term:
      *   - both the term GPA (GH-TERM-GPA) and the cumulative SM-GPA
      *     at or above the award's AW-GPA-MINIMUM: an active award
      *     renews, a suspended one is reinstated
      *   - either one short: the award is suspended - AWARD-POSTING
      *     credits nothing until a later close reinstates it
      *   - the award's term limit used up, or the student withdrawn
      *     or graduated: the award ends
      * Every decision is a letter line on AWARD-LETTERS.CSV, with a
      * heading row, for the office's mail merge. Logs its start and
      * end in RUN-CONTROL.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AWARD-RENEWAL.

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

            SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STUDENT-ID
                ALTERNATE RECORD KEY IS SM-NAME
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT GPA-HISTORY ASSIGN TO "GPA-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT AWARD-LETTERS ASSIGN TO "AWARD-LETTERS.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LETTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AWARD-MASTER.
            COPY "AWARD-MASTER-RECORD.cpy".

        FD  STUDENT-AWARD.
            COPY "STUDENT-AWARD-RECORD.cpy".

        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  GPA-HISTORY.
            COPY "GPA-HISTORY-RECORD.cpy".

        FD  AWARD-LETTERS.
        01  LETTER-LINE              PIC X(120).

        WORKING-STORAGE SECTION.
        01 WS-AWARD-STATUS       PIC XX.
        01 WS-SAW-STATUS         PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-HISTORY-STATUS     PIC XX.
        01 WS-LETTER-STATUS      PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-LETTER-TYPE        PIC X(10).
        01 WS-MEETS-GPA          PIC X.
        01 WS-CUM-GPA            PIC 9V99.
        01 WS-TERM-GPA-DISP      PIC 9.99.
        01 WS-CUM-GPA-DISP       PIC 9.99.
        01 WS-MIN-GPA-DISP       PIC 9.99.
        01 WS-RENEWED-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-SUSPENDED-COUNT    PIC 9(5) VALUE ZERO.
        01 WS-REINSTATED-COUNT   PIC 9(5) VALUE ZERO.
        01 WS-ENDED-COUNT        PIC 9(5) VALUE ZERO.
        01 WS-LETTER-COUNT       PIC 9(5) VALUE ZERO.

      * the closed term's GPA for every student with work in it, off
      * the GPA-HISTORY entries TERM-END-CLOSE has just written
        01 WS-GH-COUNT           PIC 9(4) VALUE ZERO.
        01 WS-GH-IDX             PIC 9(4).
        01 WS-GH-FOUND           PIC 9(4).
        01 WS-LOOKUP-ID          PIC X(6).
        01 WS-GH-TABLE.
            05 WS-GH-ENTRY OCCURS 2000 TIMES.
                10 WS-GH-STUDENT     PIC X(6).
                10 WS-GH-TERM-GPA    PIC 9V99.

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        LINKAGE SECTION.
        01 REVIEW-TERM           PIC X(5).

        PROCEDURE DIVISION USING REVIEW-TERM.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "AWARD-RENEWAL" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT AWARD-MASTER
            IF WS-AWARD-STATUS NOT = "00"
      *         no awards have been set up - nothing to review
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN I-O STUDENT-AWARD
            IF WS-SAW-STATUS NOT = "00"
                CLOSE AWARD-MASTER
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "AWARD-RENEWAL: STUDENT-MASTER NOT AVAILABLE"
                    " - STATUS " WS-STUDENT-STATUS
                CLOSE AWARD-MASTER
                CLOSE STUDENT-AWARD
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM LOAD-TERM-GPAS

            OPEN OUTPUT AWARD-LETTERS
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO LETTER-LINE
                WRITE LETTER-LINE
            END-IF
            MOVE SPACES TO LETTER-LINE
            STRING "STUDENT-ID,NAME,AWARD-CODE,AWARD-NAME,LETTER,"
                   "TERM,TERM-GPA,CUM-GPA,GPA-MINIMUM,LETTER-DATE"
                   DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE

            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ STUDENT-AWARD NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SAW-STATUS = "A" OR SAW-STATUS = "S"
                            PERFORM REVIEW-ONE-AWARD
                        END-IF
                END-READ
            END-PERFORM

            CLOSE AWARD-LETTERS
            CLOSE STUDENT-MASTER
            CLOSE STUDENT-AWARD
            CLOSE AWARD-MASTER

            DISPLAY "AWARDS RENEWED: " WS-RENEWED-COUNT
                " SUSPENDED: " WS-SUSPENDED-COUNT
                " REINSTATED: " WS-REINSTATED-COUNT
                " ENDED: " WS-ENDED-COUNT
            DISPLAY "AWARD LETTERS: " WS-LETTER-COUNT
                " - SEE AWARD-LETTERS.CSV"

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-LETTER-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        LOAD-TERM-GPAS.
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
                        IF GH-TERM = REVIEW-TERM
                            PERFORM NOTE-TERM-GPA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GPA-HISTORY.

        NOTE-TERM-GPA.
      *     a term closed twice leaves two entries - the later wins
            MOVE GH-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-TERM-GPA
            IF WS-GH-FOUND = ZERO
                IF WS-GH-COUNT = 2000
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-GH-COUNT
                MOVE WS-GH-COUNT TO WS-GH-FOUND
                MOVE GH-STUDENT-ID TO WS-GH-STUDENT(WS-GH-FOUND)
            END-IF
            MOVE GH-TERM-GPA TO WS-GH-TERM-GPA(WS-GH-FOUND).

        FIND-TERM-GPA.
            MOVE ZERO TO WS-GH-FOUND
            PERFORM VARYING WS-GH-IDX FROM 1 BY 1
                    UNTIL WS-GH-IDX > WS-GH-COUNT
                       OR WS-GH-FOUND > ZERO
                IF WS-GH-STUDENT(WS-GH-IDX) = WS-LOOKUP-ID
                    MOVE WS-GH-IDX TO WS-GH-FOUND
                END-IF
            END-PERFORM.

        REVIEW-ONE-AWARD.
            MOVE SAW-AWARD-CODE TO AW-AWARD-CODE
            READ AWARD-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE SAW-STUDENT-ID TO SM-STUDENT-ID
            READ STUDENT-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ

            EVALUATE TRUE
                WHEN SM-STATUS = "W" OR SM-STATUS = "D"
                    MOVE ZERO TO WS-CUM-GPA
                    MOVE ZERO TO SAW-REVIEW-TERM-GPA
                    PERFORM END-THE-AWARD
                WHEN AW-TERM-LIMIT > ZERO
                     AND SAW-TERMS-CREDITED NOT < AW-TERM-LIMIT
                    MOVE SM-GPA TO WS-CUM-GPA
                    MOVE ZERO TO SAW-REVIEW-TERM-GPA
                    PERFORM END-THE-AWARD
                WHEN OTHER
                    PERFORM JUDGE-THE-GPA
            END-EVALUATE.

        END-THE-AWARD.
            MOVE "E" TO SAW-STATUS
            MOVE "ENDED" TO WS-LETTER-TYPE
            ADD 1 TO WS-ENDED-COUNT
            PERFORM FINISH-REVIEW.

        JUDGE-THE-GPA.
      *     no work in the closed term - nothing to judge it on
            MOVE SAW-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-TERM-GPA
            IF WS-GH-FOUND = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-GH-TERM-GPA(WS-GH-FOUND) TO SAW-REVIEW-TERM-GPA
            MOVE SM-GPA TO WS-CUM-GPA

            MOVE "Y" TO WS-MEETS-GPA
            IF SAW-REVIEW-TERM-GPA < AW-GPA-MINIMUM
               OR WS-CUM-GPA < AW-GPA-MINIMUM
                MOVE "N" TO WS-MEETS-GPA
            END-IF

            EVALUATE TRUE
                WHEN WS-MEETS-GPA = "Y" AND SAW-STATUS = "A"
                    MOVE "RENEWED" TO WS-LETTER-TYPE
                    ADD 1 TO WS-RENEWED-COUNT
                WHEN WS-MEETS-GPA = "Y"
                    MOVE "A" TO SAW-STATUS
                    MOVE "REINSTATED" TO WS-LETTER-TYPE
                    ADD 1 TO WS-REINSTATED-COUNT
                WHEN OTHER
                    MOVE "S" TO SAW-STATUS
                    MOVE "SUSPENDED" TO WS-LETTER-TYPE
                    ADD 1 TO WS-SUSPENDED-COUNT
            END-EVALUATE
            PERFORM FINISH-REVIEW.

        FINISH-REVIEW.
            MOVE REVIEW-TERM TO SAW-REVIEW-TERM
            MOVE WS-CUM-GPA TO SAW-REVIEW-CUM-GPA
            REWRITE STUDENT-AWARD-RECORD
                INVALID KEY
                    DISPLAY "AWARD-RENEWAL: REWRITE FAILED FOR "
                        SAW-STUDENT-ID " " SAW-AWARD-CODE
            END-REWRITE

            MOVE SAW-REVIEW-TERM-GPA TO WS-TERM-GPA-DISP
            MOVE SAW-REVIEW-CUM-GPA TO WS-CUM-GPA-DISP
            MOVE AW-GPA-MINIMUM TO WS-MIN-GPA-DISP
            MOVE SPACES TO LETTER-LINE
            STRING FUNCTION TRIM(SAW-STUDENT-ID) ","
                   FUNCTION TRIM(SM-NAME) ","
                   FUNCTION TRIM(SAW-AWARD-CODE) ","
                   FUNCTION TRIM(AW-AWARD-NAME) ","
                   FUNCTION TRIM(WS-LETTER-TYPE) ","
                   REVIEW-TERM ","
                   WS-TERM-GPA-DISP ","
                   WS-CUM-GPA-DISP ","
                   WS-MIN-GPA-DISP ","
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            ADD 1 TO WS-LETTER-COUNT.

            END PROGRAM AWARD-RENEWAL.

      * single numbered menu that dispatches to CIRCUMFERENCE,
      * HYPOTENUSE, TEMPERATURE-CONVERTER, MATH-OPERATIONS, and the
      * ORDER-STATUS-INQUIRY customer order lookup as CALL'd
      * subprograms so an operator can run several calculations
      * in one session instead of one executable per calculation.
      * An operator cleared for it may sign on to the training
      * sandbox instead of the live files - the session moves into
      * the TRAINING data set TRAINING-REFRESH builds, so everything
      * run from this menu works on the practice copies, and the
      * menu carries the TRAINING banner throughout
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MENU-DRIVER.

        01 WS-EXCEPT-TIMESTAMP   PIC X(21).
        01 WS-EXCEPT-REASON      PIC X(40).

      * training sandbox - Y while this session is working in the
      * TRAINING data set; see TRAINING-REFRESH for how it is built
        01 WS-TRAINING-MODE      PIC X VALUE "N".
        01 WS-TRAINING-ANSWER    PIC X.
        01 WS-TRAINING-DIR       PIC X(9) VALUE "TRAINING".
        01 WS-LIVE-DIR           PIC X(3) VALUE "..".
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            PERFORM SIGN-ON
            IF WS-SIGNED-ON NOT = "Y"
            END-IF

            PERFORM UNTIL WS-DONE = "Y"
                IF WS-TRAINING-MODE = "Y"
                    DISPLAY TCP-BANNER
                END-IF
                DISPLAY "===== SHOP CALCULATION MENU ====="
                DISPLAY "[1] CIRCUMFERENCE"
                DISPLAY "[2] HYPOTENUSE"
                DISPLAY "[4] MATH-OPERATIONS"
                DISPLAY "[5] SUBMIT BATCH JOB FOR TONIGHT"
                DISPLAY "[6] SIGN OFF"
                DISPLAY "[7] CUSTOMER ORDER STATUS"
                DISPLAY "ENTER YOUR CHOICE:"
                PERFORM MARK-MENU-TIME
                ACCEPT MENU-CHOICE
      *                 operator's identity on the audit trail
                        CALL "SHIFT-HANDOVER"
                        MOVE "Y" TO WS-DONE
                    WHEN 7
      *                 read-only lookup, so any signed-on operator
      *                 can answer a customer's status call
                        CALL "ORDER-STATUS-INQUIRY"
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                    DISPLAY "UNKNOWN JOB - NOT QUEUED"
            END-EVALUATE

      *     the night runner works the live queue only - a practice
      *     request would sit in the sandbox and never run
            IF JQ-JOB-NAME NOT = SPACES AND WS-TRAINING-MODE = "Y"
                DISPLAY "BATCH JOBS ARE NOT QUEUED FROM TRAINING"
                MOVE SPACES TO JQ-JOB-NAME
            END-IF

            IF JQ-JOB-NAME NOT = SPACES
                DISPLAY "PARAMETER (E.G. STAGED INPUT FILE, OR"
                    " BLANK):"
      *     but only after the id and password check out against
      *     OPERATOR-MASTER; any ten characters no longer gets a
      *     session that can delete student records
      *     a re-sign-on after a time-out validates against the live
      *     operators, so a training session steps back out first
            IF WS-TRAINING-MODE = "Y"
                PERFORM LEAVE-TRAINING
            END-IF

            PERFORM OPEN-OPERATOR-MASTER

            PERFORM UNTIL WS-SIGNED-ON = "Y"

            CLOSE OPERATOR-MASTER

      *     bulletins are real notices and their acknowledgments
      *     are kept live, so they show before any move into the
      *     sandbox; the session record is then written in the data
      *     set chosen, so a trainee never holds a live session
            IF WS-SIGNED-ON = "Y"
                MOVE FUNCTION CURRENT-DATE TO WS-SIGN-ON-TIME
                PERFORM SHOW-BULLETINS
                PERFORM CHOOSE-DATA-SET
            END-IF

            IF WS-SIGNED-ON = "Y"
                OPEN OUTPUT OPERATOR-SESSION
                MOVE WS-OPERATOR-ID TO OS-OPERATOR-ID
                MOVE OP-AUTH-LEVEL TO OS-AUTH-LEVEL
                MOVE WS-SIGN-ON-TIME TO OS-SIGN-ON-TIME
                WRITE OPERATOR-SESSION-RECORD
                CLOSE OPERATOR-SESSION
            END-IF.

        CHOOSE-DATA-SET.
      *     T trainees always go to the sandbox, Y operators are
      *     asked, everyone else stays on the live files
            EVALUATE OP-TRAINING-ACCESS
                WHEN "T"
                    MOVE "Y" TO WS-TRAINING-ANSWER
                WHEN "Y"
                    DISPLAY "SIGN ON TO THE TRAINING DATA (Y/N):"
                    ACCEPT WS-TRAINING-ANSWER
                    MOVE FUNCTION UPPER-CASE(WS-TRAINING-ANSWER)
                        TO WS-TRAINING-ANSWER
                WHEN OTHER
                    MOVE "N" TO WS-TRAINING-ANSWER
            END-EVALUATE

            IF WS-TRAINING-ANSWER = "Y"
                PERFORM ENTER-TRAINING
                IF WS-TRAINING-MODE NOT = "Y"
                    IF OP-TRAINING-ACCESS = "T"
                        DISPLAY "A TRAINEE MAY NOT SIGN ON TO THE"
                            " LIVE FILES - SIGN-ON REFUSED"
                        MOVE "N" TO WS-SIGNED-ON
                    ELSE
                        DISPLAY "CONTINUING ON THE LIVE FILES"
                    END-IF
                END-IF
            END-IF.

        ENTER-TRAINING.
      *     the sandbox counts only once TRAINING-REFRESH has built
      *     it and left its marker - otherwise step straight back
            CALL "CBL_CHANGE_DIR" USING WS-TRAINING-DIR
            IF RETURN-CODE NOT = ZERO
                DISPLAY "TRAINING DATA IS NOT SET UP - ASK A"
                    " SUPERVISOR TO RUN TRAINING-REFRESH"
                EXIT PARAGRAPH
            END-IF
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING NOT = "Y"
                CALL "CBL_CHANGE_DIR" USING WS-LIVE-DIR
                DISPLAY "TRAINING DATA IS NOT SET UP - ASK A"
                    " SUPERVISOR TO RUN TRAINING-REFRESH"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-TRAINING-MODE
            DISPLAY ""
            DISPLAY TCP-BANNER
            DISPLAY "TRAINING DATA FROM BACKUP GENERATION "
                TCP-GENERATION ", REFRESHED " TCP-REFRESH-DATE.

        LEAVE-TRAINING.
            CALL "CBL_CHANGE_DIR" USING WS-LIVE-DIR
            MOVE "N" TO WS-TRAINING-MODE.

        SHOW-BULLETINS.
      *     the terminal's bulletin board - every active message
      *     for this operator's level shows before the menu, and a
                MOVE ZERO TO OP-FAIL-COUNT
                MOVE "N" TO OP-LOCKED
                MOVE SPACES TO OP-PASSWORD-HISTORY
                MOVE "Y" TO OP-TRAINING-ACCESS
                WRITE OPERATOR-MASTER-RECORD
                CLOSE OPERATOR-MASTER
                OPEN I-O OPERATOR-MASTER

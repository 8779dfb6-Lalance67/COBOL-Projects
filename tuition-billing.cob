      * payments post as dated ledger entries, and the statement per
      * family prints the entries with the running balance.
      * TERM-END-CLOSE reads the same ledger to flag unpaid balances
      * before the next term's enrollment opens. A family that cannot
      * pay a term at once is set up here on a PAYMENT-PLAN of
      * installments, which PAYMENT-PLAN-RUN bills as they fall due;
      * the statement shows the plan's schedule under the ledger.
      * Billing a term also runs AWARD-POSTING, which credits every
      * active scholarship or aid award against the new charges.
      * The bursar's FINC student hold follows the account: every
      * billing, fee, payment and plan set-up re-reads the student's
      * balance and places the hold while anything is owed, releases
      * it once the account is clear (see student-hold.cob).
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TUITION-BILLING.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STMT-STATUS.

      *     installment plans - see PAYMENT-PLAN-RECORD.cpy
            SELECT PAYMENT-PLAN ASSIGN TO "PAYMENT-PLAN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-PLAN-KEY
                FILE STATUS IS WS-PLAN-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-ACCOUNT.
        FD  STATEMENT-PRINT.
        01  STATEMENT-LINE           PIC X(80).

        FD  PAYMENT-PLAN.
            COPY "PAYMENT-PLAN-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-ACCOUNT-STATUS     PIC XX.
        01 WS-ENROLL-STATUS      PIC XX.
        01 WS-AMOUNT-DISP        PIC ZZZZ9.99.
        01 WS-BALANCE-DISP       PIC -(6)9.99.

      * the bursar's hold on an unpaid balance - see
      * student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".
        01 WS-HELD-COUNT         PIC 9(4).

      * per-student term billing accumulation - one slot per student
      * with enrollments in the term, same table idiom as
      * CIRCUMFERENCE's material usage
                10 WS-BILL-STUDENT   PIC X(6).
                10 WS-BILL-CREDITS   PIC 9(3).

      * payment-plan set-up and the plan schedule on the statement
        01 WS-PLAN-STATUS        PIC XX.
        01 WS-PLAN-EOF           PIC X.
        01 WS-INST-IDX           PIC 9.
        01 WS-INST-ENTRY         PIC 9.
        01 WS-INST-AMOUNT        PIC 9(5)V99.
        01 WS-PLAN-REMAINING     PIC 9(5)V99.
        01 WS-NOT-YET-DUE        PIC 9(5)V99.
        01 WS-FIRST-DUE          PIC 9(8).
        01 WS-DUE-YEAR           PIC 9(4).
        01 WS-DUE-MONTH          PIC 99.
        01 WS-DUE-DAY            PIC 99.
        01 WS-ANSWER             PIC X.
        01 WS-PLAN-STATUS-DISP   PIC X(9).
        01 WS-INST-STATUS-DISP   PIC X(16).

      * business-day calendar for installment due dates - see
      * date-service.cob
        COPY "DATE-SERVICE-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - see operator-maintenance.cob
        78 MAINT-AUTH-LEVEL      VALUE 3.
        01 WS-AUTH-LEVEL         PIC 9.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF
            PERFORM READ-OPERATOR-ID

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
                DISPLAY "[2] POST A FEE"
                DISPLAY "[3] POST A PAYMENT"
                DISPLAY "[4] PRINT A STATEMENT"
                DISPLAY "[5] SET UP A PAYMENT PLAN"
                DISPLAY "[6] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""
                    WHEN 4
                        PERFORM PRINT-STATEMENT
                    WHEN 5
                        PERFORM SET-UP-PAYMENT-PLAN
                    WHEN 6
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"

            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        READ-TUITION-RATE.
      *     the per-credit-hour rate lives in the consolidated
      *     parameter master - one screen, one history, and this
            END-PERFORM

            DISPLAY "TERM BILLED - STUDENTS CHARGED: "
                WS-BILLED-COUNT

      *     scholarships and aid come off the new charges straight
      *     away - see award-posting.cob
            CALL "AWARD-POSTING" USING WS-ASK-TERM

      *     the holds follow the balance left after the awards
            MOVE ZERO TO WS-HELD-COUNT
            PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                    UNTIL WS-STU-IDX > WS-STU-COUNT
                MOVE WS-BILL-STUDENT(WS-STU-IDX) TO WS-ASK-STUDENT
                PERFORM SET-BURSAR-HOLD
            END-PERFORM
            DISPLAY "BURSAR HOLDS ON AN UNPAID BALANCE: "
                WS-HELD-COUNT.

        GATHER-TERM-CREDITS.
            OPEN INPUT ENROLLMENT
            MOVE WS-TODAY-DATE TO SA-ENTRY-DATE
            MOVE "C" TO SA-ENTRY-TYPE
            PERFORM WRITE-LEDGER-ENTRY
            DISPLAY "FEE POSTED TO " SA-STUDENT-ID
            MOVE SA-STUDENT-ID TO WS-ASK-STUDENT
            PERFORM SET-BURSAR-HOLD.

        POST-A-PAYMENT.
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            MOVE "P" TO SA-ENTRY-TYPE
            MOVE "PAYMENT RECEIVED" TO SA-DESCRIPTION
            PERFORM WRITE-LEDGER-ENTRY
            DISPLAY "PAYMENT POSTED TO " SA-STUDENT-ID
            MOVE SA-STUDENT-ID TO WS-ASK-STUDENT
            PERFORM SET-BURSAR-HOLD.

        WRITE-LEDGER-ENTRY.
      *     the ledger appends across the year - same OPEN EXTEND
                CLOSE STATEMENT-PRINT
                OPEN OUTPUT STATEMENT-PRINT
            END-IF
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-IF

            MOVE SPACES TO STATEMENT-LINE
            STRING "STUDENT ACCOUNT STATEMENT - " WS-ASK-STUDENT
            STRING "BALANCE DUE " WS-BALANCE-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
            WRITE STATEMENT-LINE
            PERFORM STATEMENT-PLAN-SCHEDULE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            CLOSE STATEMENT-PRINT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
            WRITE STATEMENT-LINE.

        STATEMENT-PLAN-SCHEDULE.
      *     every plan the student has, with each installment's due
      *     date and where it stands - the balance above is only what
      *     is due now, so the installments still to come are totalled
      *     beneath it
            OPEN INPUT PAYMENT-PLAN
            IF WS-PLAN-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ASK-STUDENT TO PP-STUDENT-ID
            MOVE SPACES TO PP-TERM
            START PAYMENT-PLAN KEY >= PP-PLAN-KEY
                INVALID KEY
                    CLOSE PAYMENT-PLAN
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-PLAN-EOF
            PERFORM UNTIL WS-PLAN-EOF = "Y"
                READ PAYMENT-PLAN NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PLAN-EOF
                    NOT AT END
                        IF PP-STUDENT-ID = WS-ASK-STUDENT
                            PERFORM STATEMENT-ONE-PLAN
                        ELSE
                            MOVE "Y" TO WS-PLAN-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAYMENT-PLAN.

        STATEMENT-ONE-PLAN.
            EVALUATE PP-STATUS
                WHEN "C"
                    MOVE "COMPLETE" TO WS-PLAN-STATUS-DISP
                WHEN "F"
                    MOVE "DEFAULTED" TO WS-PLAN-STATUS-DISP
                WHEN OTHER
                    MOVE "ACTIVE" TO WS-PLAN-STATUS-DISP
            END-EVALUATE
            MOVE PP-PLAN-AMOUNT TO WS-AMOUNT-DISP
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            STRING "PAYMENT PLAN " PP-TERM
                   "  AMOUNT " WS-AMOUNT-DISP
                   "  " PP-INSTALL-COUNT " INSTALLMENTS  "
                   WS-PLAN-STATUS-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE ZERO TO WS-NOT-YET-DUE
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                EVALUATE PP-INST-STATUS(WS-INST-IDX)
                    WHEN "B"
                        MOVE "BILLED" TO WS-INST-STATUS-DISP
                    WHEN "L"
                        MOVE "LATE - FEE ADDED" TO WS-INST-STATUS-DISP
                    WHEN "P"
                        MOVE "PAID" TO WS-INST-STATUS-DISP
                    WHEN OTHER
                        MOVE "SCHEDULED" TO WS-INST-STATUS-DISP
                        ADD PP-INST-AMOUNT(WS-INST-IDX)
                            TO WS-NOT-YET-DUE
                END-EVALUATE
                MOVE PP-INST-AMOUNT(WS-INST-IDX) TO WS-AMOUNT-DISP
                MOVE SPACES TO STATEMENT-LINE
                STRING "  " WS-INST-IDX " DUE "
                       PP-DUE-DATE(WS-INST-IDX)
                       " " WS-AMOUNT-DISP " " WS-INST-STATUS-DISP
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-PERFORM
            IF WS-NOT-YET-DUE > ZERO
                MOVE WS-NOT-YET-DUE TO WS-AMOUNT-DISP
                MOVE SPACES TO STATEMENT-LINE
                STRING "  STILL TO COME UNDER THE PLAN " WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-IF.

        SET-UP-PAYMENT-PLAN.
      *     the plan amount comes off the balance due now with a
      *     credit, and comes back an installment at a time as
      *     PAYMENT-PLAN-RUN bills each one on its due date
            DISPLAY "ENTER STUDENT ID (6 CHARS):"
            ACCEPT WS-ASK-STUDENT
            DISPLAY "ENTER TERM THE PLAN COVERS (E.G. 2026F):"
            ACCEPT WS-ASK-TERM

            OPEN I-O PAYMENT-PLAN
            IF WS-PLAN-STATUS = "35"
                OPEN OUTPUT PAYMENT-PLAN
                CLOSE PAYMENT-PLAN
                OPEN I-O PAYMENT-PLAN
            END-IF
            MOVE WS-ASK-STUDENT TO PP-STUDENT-ID
            MOVE WS-ASK-TERM TO PP-TERM
            READ PAYMENT-PLAN
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: A PLAN FOR " WS-ASK-TERM
                        " IS ALREADY ON FILE"
                    CLOSE PAYMENT-PLAN
                    EXIT PARAGRAPH
            END-READ

            PERFORM COMPUTE-STUDENT-BALANCE
            IF WS-BALANCE NOT > ZERO
                DISPLAY "REJECTED: NO BALANCE DUE ON THE ACCOUNT"
                CLOSE PAYMENT-PLAN
                EXIT PARAGRAPH
            END-IF
            MOVE WS-BALANCE TO WS-BALANCE-DISP
            DISPLAY "BALANCE DUE NOW " WS-BALANCE-DISP
            DISPLAY "ENTER AMOUNT TO PUT ON THE PLAN"
                " (E.G. 01500.00, ZERO FOR ALL OF IT):"
            ACCEPT WS-AMOUNT-ENTRY
            MOVE WS-AMOUNT-ENTRY TO PP-PLAN-AMOUNT
            IF PP-PLAN-AMOUNT = ZERO
                MOVE WS-BALANCE TO PP-PLAN-AMOUNT
            END-IF
            IF PP-PLAN-AMOUNT > WS-BALANCE
                DISPLAY "REJECTED: MORE THAN THE BALANCE DUE"
                CLOSE PAYMENT-PLAN
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER NUMBER OF INSTALLMENTS (2-6):"
            ACCEPT WS-INST-ENTRY
            IF WS-INST-ENTRY < 2 OR WS-INST-ENTRY > 6
                DISPLAY "REJECTED: 2 TO 6 INSTALLMENTS"
                CLOSE PAYMENT-PLAN
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER FIRST DUE DATE (YYYYMMDD):"
            ACCEPT WS-FIRST-DUE
            IF WS-FIRST-DUE < WS-TODAY-DATE
                DISPLAY "REJECTED: FIRST DUE DATE IS PAST"
                CLOSE PAYMENT-PLAN
                EXIT PARAGRAPH
            END-IF

            MOVE WS-INST-ENTRY TO PP-INSTALL-COUNT
            PERFORM BUILD-INSTALLMENTS
            MOVE "A" TO PP-STATUS
            MOVE WS-OPERATOR-ID TO PP-SET-UP-BY
            MOVE WS-TODAY-DATE TO PP-SET-UP-DATE
            MOVE ZERO TO PP-DEFAULT-DATE
            MOVE ZERO TO PP-LATE-COUNT

            DISPLAY "INSTALLMENTS:"
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                MOVE PP-INST-AMOUNT(WS-INST-IDX) TO WS-AMOUNT-DISP
                DISPLAY "  " WS-INST-IDX " DUE "
                    PP-DUE-DATE(WS-INST-IDX) " " WS-AMOUNT-DISP
            END-PERFORM
            DISPLAY "SET UP THIS PLAN (Y/N):"
            ACCEPT WS-ANSWER
            IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                DISPLAY "PLAN NOT SET UP"
                CLOSE PAYMENT-PLAN
                EXIT PARAGRAPH
            END-IF

            WRITE PAYMENT-PLAN-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: A PLAN FOR " WS-ASK-TERM
                        " IS ALREADY ON FILE"
                    CLOSE PAYMENT-PLAN
                    EXIT PARAGRAPH
            END-WRITE
            CLOSE PAYMENT-PLAN

            MOVE WS-ASK-STUDENT TO SA-STUDENT-ID
            MOVE WS-TODAY-DATE TO SA-ENTRY-DATE
            MOVE "P" TO SA-ENTRY-TYPE
            MOVE SPACES TO SA-DESCRIPTION
            STRING "TO PAYMENT PLAN " WS-ASK-TERM
                DELIMITED BY SIZE INTO SA-DESCRIPTION
            MOVE PP-PLAN-AMOUNT TO SA-AMOUNT
            PERFORM WRITE-LEDGER-ENTRY
            DISPLAY "PAYMENT PLAN SET UP FOR " WS-ASK-STUDENT
            PERFORM SET-BURSAR-HOLD.

        BUILD-INSTALLMENTS.
      *     equal installments a month apart, the odd cents on the
      *     last; a due date the office is closed moves to the next
      *     business day. Day of month is held to 28 or earlier so
      *     every month has it
            COMPUTE WS-INST-AMOUNT ROUNDED =
                PP-PLAN-AMOUNT / PP-INSTALL-COUNT
            MOVE PP-PLAN-AMOUNT TO WS-PLAN-REMAINING
            MOVE WS-FIRST-DUE(1:4) TO WS-DUE-YEAR
            MOVE WS-FIRST-DUE(5:2) TO WS-DUE-MONTH
            MOVE WS-FIRST-DUE(7:2) TO WS-DUE-DAY
            IF WS-DUE-DAY > 28
                MOVE 28 TO WS-DUE-DAY
            END-IF
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > 6
                IF WS-INST-IDX > PP-INSTALL-COUNT
                    MOVE ZERO TO PP-DUE-DATE(WS-INST-IDX)
                    MOVE ZERO TO PP-INST-AMOUNT(WS-INST-IDX)
                    MOVE SPACE TO PP-INST-STATUS(WS-INST-IDX)
                ELSE
                    COMPUTE DSP-DATE-1 = (WS-DUE-YEAR * 10000)
                        + (WS-DUE-MONTH * 100) + WS-DUE-DAY
                    MOVE "W" TO DSP-FUNCTION
                    CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                    IF DSP-WORK-DAY = "N"
                        MOVE "A" TO DSP-FUNCTION
                        MOVE 1 TO DSP-DAY-COUNT
                        CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
                        MOVE DSP-RESULT-DATE
                            TO PP-DUE-DATE(WS-INST-IDX)
                    ELSE
                        MOVE DSP-DATE-1 TO PP-DUE-DATE(WS-INST-IDX)
                    END-IF
                    IF WS-INST-IDX = PP-INSTALL-COUNT
                        MOVE WS-PLAN-REMAINING
                            TO PP-INST-AMOUNT(WS-INST-IDX)
                    ELSE
                        MOVE WS-INST-AMOUNT
                            TO PP-INST-AMOUNT(WS-INST-IDX)
                        SUBTRACT WS-INST-AMOUNT FROM WS-PLAN-REMAINING
                    END-IF
                    MOVE "S" TO PP-INST-STATUS(WS-INST-IDX)
                    ADD 1 TO WS-DUE-MONTH
                    IF WS-DUE-MONTH > 12
                        MOVE 1 TO WS-DUE-MONTH
                        ADD 1 TO WS-DUE-YEAR
                    END-IF
                END-IF
            END-PERFORM.

        COMPUTE-STUDENT-BALANCE.
            MOVE ZERO TO WS-BALANCE
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
                        IF SA-STUDENT-ID = WS-ASK-STUDENT
                            IF SA-ENTRY-TYPE = "P"
                                SUBTRACT SA-AMOUNT FROM WS-BALANCE
                            ELSE
                                ADD SA-AMOUNT TO WS-BALANCE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STUDENT-ACCOUNT.

        SET-BURSAR-HOLD.
      *     WS-ASK-STUDENT in - anything owed holds the student, a
      *     clear account releases the hold
            PERFORM COMPUTE-STUDENT-BALANCE
            MOVE WS-ASK-STUDENT TO SHP-STUDENT-ID
            MOVE "FINC" TO SHP-HOLD-TYPE
            MOVE WS-OPERATOR-ID TO SHP-OPERATOR
            IF WS-BALANCE > ZERO
                MOVE "P" TO SHP-FUNCTION
                MOVE WS-BALANCE TO WS-BALANCE-DISP
                MOVE SPACES TO SHP-REASON
                STRING "BALANCE DUE " WS-BALANCE-DISP
                       DELIMITED BY SIZE INTO SHP-REASON
                CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
                ADD 1 TO WS-HELD-COUNT
            ELSE
                MOVE "R" TO SHP-FUNCTION
                CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
                IF SHP-RESULT = "Y"
                    DISPLAY "BURSAR HOLD RELEASED FOR "
                        WS-ASK-STUDENT
                END-IF
            END-IF.

            END PROGRAM TUITION-BILLING.

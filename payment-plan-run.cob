      * PAYMENT-PLAN-RUN - the nightly pass over every active tuition
      * payment plan set up in TUITION-BILLING. For each plan:
      *   - an installment that was billed and is now covered (the
      *     student's STUDENT-ACCOUNT balance is down to nothing) is
      *     marked paid
      *   - an installment whose due date has come is charged to the
      *     account as "INSTALLMENT n OF m"
      *   - a billed installment still unpaid once its grace period
      *     (PLAN-GRACE-DAYS business days past the due date) has run
      *     out is charged the PLAN-LATE-FEE, once
      *   - a plan with PLAN-DEFAULT-LATE installments late and
      *     unpaid is defaulted: everything not yet billed is charged
      *     at once and the plan goes on PLAN-DEFAULT-RPT.DAT for the
      *     business office to follow up
      *   - a plan with every installment paid is marked complete
      * The ledger is read once up front for the balances and the
      * night's charges are appended after, so STUDENT-ACCOUNT is
      * never open twice. Logs its start and end in RUN-CONTROL.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYMENT-PLAN-RUN.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAYMENT-PLAN ASSIGN TO "PAYMENT-PLAN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PP-PLAN-KEY
                FILE STATUS IS WS-PLAN-STATUS.

            SELECT STUDENT-ACCOUNT ASSIGN TO "STUDENT-ACCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCOUNT-STATUS.

            SELECT PLAN-DEFAULT-RPT ASSIGN TO "PLAN-DEFAULT-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PAYMENT-PLAN.
            COPY "PAYMENT-PLAN-RECORD.cpy".

        FD  STUDENT-ACCOUNT.
            COPY "STUDENT-ACCOUNT-RECORD.cpy".

        FD  PLAN-DEFAULT-RPT.
        01  PLAN-DEFAULT-LINE        PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-PLAN-STATUS        PIC XX.
        01 WS-ACCOUNT-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-FOUND              PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * plan knobs on the parameter master
        01 WS-LATE-FEE           PIC 9(3)V99.
        01 WS-GRACE-DAYS         PIC 9(3).
        01 WS-DEFAULT-LATE       PIC 9.

      * one plan's pass
        01 WS-INST-IDX           PIC 9.
        01 WS-LATE-UNPAID        PIC 9.
        01 WS-PAID-COUNT         PIC 9.
        01 WS-PLAN-CHANGED       PIC X.
        01 WS-DEFAULT-AMOUNT     PIC 9(5)V99.
        01 WS-AMOUNT-DISP        PIC ZZ,ZZ9.99.
        01 WS-BALANCE-DISP       PIC -ZZ,ZZ9.99.

      * run totals for the console and RUN-CONTROL
        01 WS-PLANS-READ         PIC 9(5) VALUE ZERO.
        01 WS-BILLED-COUNT       PIC 9(5) VALUE ZERO.
        01 WS-LATE-FEE-COUNT     PIC 9(5) VALUE ZERO.
        01 WS-DEFAULT-COUNT      PIC 9(5) VALUE ZERO.
        01 WS-COMPLETE-COUNT     PIC 9(5) VALUE ZERO.

      * every student with an active plan and their ledger balance,
      * loaded in plan-key order so the ledger pass can find a row
      * with SEARCH ALL. Charges posted tonight are added as they are
      * made, so a second plan for the same student sees them.
        01 WS-STUDENT-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-TABLE-FULL         PIC X VALUE "N".
        01 WS-STUDENT-TABLE.
            05 WS-STU-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-STUDENT-COUNT
                               ASCENDING KEY IS WS-STU-ID
                               INDEXED BY WS-STU-IDX.
                10 WS-STU-ID         PIC X(6).
                10 WS-STU-BALANCE    PIC S9(7)V99.
        01 WS-LOOKUP-ID          PIC X(6).

      * the night's charges, held until the ledger read is closed
        01 WS-POST-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-POST-IDX           PIC 9(4).
        01 WS-POST-TABLE.
            05 WS-POST-ENTRY OCCURS 3000 TIMES.
                10 WS-POST-STUDENT   PIC X(6).
                10 WS-POST-DESC      PIC X(20).
                10 WS-POST-AMOUNT    PIC 9(5)V99.
        01 WS-POST-FULL          PIC X VALUE "N".
        01 WS-NEW-DESC           PIC X(20).
        01 WS-NEW-AMOUNT         PIC 9(5)V99.

      * business-day calendar for the grace period - see
      * date-service.cob
        COPY "DATE-SERVICE-PARAMS.cpy".

      * parameter master lookup - see system-param-lookup.cob
        COPY "PARAM-LOOKUP-PARAMS.cpy".

      * start/end run logging through the shared RUN-CONTROL
      * subprogram - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "PAYMENT-PLAN-RUN" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            MOVE "PLAN-LATE-FEE" TO SPL-PARAM-KEY
            MOVE "LATE FEE PER PAYMENT-PLAN INSTALLMENT"
                TO SPL-DESCRIPTION
            MOVE 25.00 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-LATE-FEE

            MOVE "PLAN-GRACE-DAYS" TO SPL-PARAM-KEY
            MOVE "BUSINESS DAYS AN INSTALLMENT MAY RUN LATE"
                TO SPL-DESCRIPTION
            MOVE 5 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-GRACE-DAYS

            MOVE "PLAN-DEFAULT-LATE" TO SPL-PARAM-KEY
            MOVE "LATE UNPAID INSTALLMENTS THAT DEFAULT A PLAN"
                TO SPL-DESCRIPTION
            MOVE 2 TO SPL-DEFAULT-VALUE
            CALL "SYSTEM-PARAM-LOOKUP" USING PARAM-LOOKUP-PARAMS
            MOVE SPL-VALUE TO WS-DEFAULT-LATE
            IF WS-DEFAULT-LATE = ZERO
                MOVE 1 TO WS-DEFAULT-LATE
            END-IF

            OPEN I-O PAYMENT-PLAN
            IF WS-PLAN-STATUS NOT = "00"
      *         no plan has ever been set up - nothing to do
                DISPLAY "PAYMENT-PLAN-RUN: NO PAYMENT PLANS ON FILE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "OK" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            PERFORM LOAD-PLAN-STUDENTS
            PERFORM LOAD-BALANCES

            OPEN OUTPUT PLAN-DEFAULT-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO PLAN-DEFAULT-LINE
                WRITE PLAN-DEFAULT-LINE
            END-IF
            MOVE SPACES TO PLAN-DEFAULT-LINE
            STRING "DEFAULTED PAYMENT PLANS - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO PLAN-DEFAULT-LINE
            WRITE PLAN-DEFAULT-LINE
            MOVE SPACES TO PLAN-DEFAULT-LINE
            STRING "STUDENT TERM   PLAN AMT  LATE  CHARGED NOW"
                   "  BALANCE NOW  SET UP BY"
                   DELIMITED BY SIZE INTO PLAN-DEFAULT-LINE
            WRITE PLAN-DEFAULT-LINE

            MOVE LOW-VALUES TO PP-PLAN-KEY
            START PAYMENT-PLAN KEY >= PP-PLAN-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ PAYMENT-PLAN NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PP-STATUS = "A"
                            PERFORM PROCESS-ONE-PLAN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAYMENT-PLAN

            IF WS-DEFAULT-COUNT = ZERO
                MOVE SPACES TO PLAN-DEFAULT-LINE
                STRING "NO PLANS DEFAULTED TONIGHT"
                       DELIMITED BY SIZE INTO PLAN-DEFAULT-LINE
                WRITE PLAN-DEFAULT-LINE
            END-IF
            CLOSE PLAN-DEFAULT-RPT

            PERFORM POST-LEDGER-ENTRIES

            DISPLAY "PAYMENT-PLAN-RUN: " WS-PLANS-READ " ACTIVE PLANS, "
                WS-BILLED-COUNT " INSTALLMENTS BILLED, "
                WS-LATE-FEE-COUNT " LATE FEES"
            DISPLAY "PAYMENT-PLAN-RUN: " WS-DEFAULT-COUNT
                " DEFAULTED, " WS-COMPLETE-COUNT " COMPLETED"
            IF WS-TABLE-FULL = "Y" OR WS-POST-FULL = "Y"
                DISPLAY "PAYMENT-PLAN-RUN: TABLE FULL - SOME PLANS"
                    " WAIT FOR TOMORROW NIGHT'S RUN"
            END-IF

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            MOVE WS-POST-COUNT TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        LOAD-PLAN-STUDENTS.
      *     plans are keyed student then term, so the ids come out in
      *     order and a student with two plans is only loaded once
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PAYMENT-PLAN NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PP-STATUS = "A"
                            PERFORM ADD-PLAN-STUDENT
                        END-IF
                END-READ
            END-PERFORM.

        ADD-PLAN-STUDENT.
            IF WS-STUDENT-COUNT > ZERO
                IF WS-STU-ID(WS-STUDENT-COUNT) = PP-STUDENT-ID
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-STUDENT-COUNT = 2000
                MOVE "Y" TO WS-TABLE-FULL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STUDENT-COUNT
            MOVE PP-STUDENT-ID TO WS-STU-ID(WS-STUDENT-COUNT)
            MOVE ZERO TO WS-STU-BALANCE(WS-STUDENT-COUNT).

        LOAD-BALANCES.
      *     same arithmetic as the statement - payments and credits
      *     down, everything else up
            IF WS-STUDENT-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
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
                        MOVE SA-STUDENT-ID TO WS-LOOKUP-ID
                        PERFORM FIND-STUDENT
                        IF WS-FOUND = "Y"
                            IF SA-ENTRY-TYPE = "P"
                                SUBTRACT SA-AMOUNT
                                    FROM WS-STU-BALANCE(WS-STU-IDX)
                            ELSE
                                ADD SA-AMOUNT
                                    TO WS-STU-BALANCE(WS-STU-IDX)
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

        PROCESS-ONE-PLAN.
            MOVE PP-STUDENT-ID TO WS-LOOKUP-ID
            PERFORM FIND-STUDENT
            IF WS-FOUND NOT = "Y"
      *         past the table limit - left for the next run
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PLANS-READ
            MOVE "N" TO WS-PLAN-CHANGED

      *     what was billed before tonight is paid once the account
      *     has come down to nothing
            IF WS-STU-BALANCE(WS-STU-IDX) NOT > ZERO
                PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                        UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                    IF PP-INST-STATUS(WS-INST-IDX) = "B"
                       OR PP-INST-STATUS(WS-INST-IDX) = "L"
                        MOVE "P" TO PP-INST-STATUS(WS-INST-IDX)
                        MOVE "Y" TO WS-PLAN-CHANGED
                    END-IF
                END-PERFORM
            END-IF

            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                EVALUATE TRUE
                    WHEN PP-INST-STATUS(WS-INST-IDX) = "S"
                         AND PP-DUE-DATE(WS-INST-IDX) NOT >
                             WS-TODAY-DATE
                        PERFORM BILL-INSTALLMENT
                    WHEN PP-INST-STATUS(WS-INST-IDX) = "B"
                         AND WS-STU-BALANCE(WS-STU-IDX) > ZERO
                        PERFORM CHECK-GRACE-PERIOD
                END-EVALUATE
            END-PERFORM

            MOVE ZERO TO WS-LATE-UNPAID
            MOVE ZERO TO WS-PAID-COUNT
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                EVALUATE PP-INST-STATUS(WS-INST-IDX)
                    WHEN "L"
                        ADD 1 TO WS-LATE-UNPAID
                    WHEN "P"
                        ADD 1 TO WS-PAID-COUNT
                END-EVALUATE
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-LATE-UNPAID NOT < WS-DEFAULT-LATE
                    PERFORM DEFAULT-PLAN
                WHEN WS-PAID-COUNT = PP-INSTALL-COUNT
                    MOVE "C" TO PP-STATUS
                    MOVE "Y" TO WS-PLAN-CHANGED
                    ADD 1 TO WS-COMPLETE-COUNT
            END-EVALUATE

            IF WS-PLAN-CHANGED = "Y"
                REWRITE PAYMENT-PLAN-RECORD
                    INVALID KEY
                        DISPLAY "PAYMENT-PLAN-RUN: REWRITE FAILED FOR "
                            PP-STUDENT-ID " " PP-TERM
                END-REWRITE
            END-IF.

        BILL-INSTALLMENT.
            MOVE SPACES TO WS-NEW-DESC
            STRING "INSTALLMENT " WS-INST-IDX " OF " PP-INSTALL-COUNT
                   DELIMITED BY SIZE INTO WS-NEW-DESC
            MOVE PP-INST-AMOUNT(WS-INST-IDX) TO WS-NEW-AMOUNT
            PERFORM QUEUE-POSTING
            IF WS-FOUND = "Y"
                MOVE "B" TO PP-INST-STATUS(WS-INST-IDX)
                MOVE "Y" TO WS-PLAN-CHANGED
                ADD 1 TO WS-BILLED-COUNT
            END-IF.

        CHECK-GRACE-PERIOD.
      *     the grace period counts business days from the due date,
      *     so a holiday week does not run an installment late
            MOVE "A" TO DSP-FUNCTION
            MOVE PP-DUE-DATE(WS-INST-IDX) TO DSP-DATE-1
            MOVE WS-GRACE-DAYS TO DSP-DAY-COUNT
            CALL "DATE-SERVICE" USING DATE-SERVICE-PARAMS
            IF WS-TODAY-DATE NOT > DSP-RESULT-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-NEW-DESC
            STRING "LATE FEE INST " WS-INST-IDX " " PP-TERM
                   DELIMITED BY SIZE INTO WS-NEW-DESC
            MOVE WS-LATE-FEE TO WS-NEW-AMOUNT
            PERFORM QUEUE-POSTING
            IF WS-FOUND = "Y"
                MOVE "L" TO PP-INST-STATUS(WS-INST-IDX)
                ADD 1 TO PP-LATE-COUNT
                MOVE "Y" TO WS-PLAN-CHANGED
                ADD 1 TO WS-LATE-FEE-COUNT
            END-IF.

        DEFAULT-PLAN.
      *     the plan is off - whatever was still scheduled is charged
      *     now, so the whole amount is owed on the account
            MOVE ZERO TO WS-DEFAULT-AMOUNT
            PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                    UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                IF PP-INST-STATUS(WS-INST-IDX) = "S"
                    ADD PP-INST-AMOUNT(WS-INST-IDX)
                        TO WS-DEFAULT-AMOUNT
                END-IF
            END-PERFORM
            IF WS-DEFAULT-AMOUNT > ZERO
                MOVE SPACES TO WS-NEW-DESC
                STRING "PLAN DEFAULT " PP-TERM
                       DELIMITED BY SIZE INTO WS-NEW-DESC
                MOVE WS-DEFAULT-AMOUNT TO WS-NEW-AMOUNT
                PERFORM QUEUE-POSTING
                IF WS-FOUND NOT = "Y"
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                        UNTIL WS-INST-IDX > PP-INSTALL-COUNT
                    IF PP-INST-STATUS(WS-INST-IDX) = "S"
                        MOVE "B" TO PP-INST-STATUS(WS-INST-IDX)
                    END-IF
                END-PERFORM
            END-IF
            MOVE "F" TO PP-STATUS
            MOVE WS-TODAY-DATE TO PP-DEFAULT-DATE
            MOVE "Y" TO WS-PLAN-CHANGED
            ADD 1 TO WS-DEFAULT-COUNT

            MOVE PP-PLAN-AMOUNT TO WS-AMOUNT-DISP
            MOVE WS-STU-BALANCE(WS-STU-IDX) TO WS-BALANCE-DISP
            MOVE SPACES TO PLAN-DEFAULT-LINE
            STRING PP-STUDENT-ID "  " PP-TERM "  " WS-AMOUNT-DISP
                   "    " WS-LATE-UNPAID "  "
                   DELIMITED BY SIZE INTO PLAN-DEFAULT-LINE
            MOVE WS-DEFAULT-AMOUNT TO WS-AMOUNT-DISP
            MOVE WS-AMOUNT-DISP TO PLAN-DEFAULT-LINE(35:9)
            MOVE WS-BALANCE-DISP TO PLAN-DEFAULT-LINE(47:10)
            MOVE PP-SET-UP-BY TO PLAN-DEFAULT-LINE(59:10)
            WRITE PLAN-DEFAULT-LINE.

        QUEUE-POSTING.
      *     WS-FOUND comes back "N" when the night's table is full;
      *     the installment then stays as it was for tomorrow
            IF WS-POST-COUNT = 3000
                MOVE "Y" TO WS-POST-FULL
                MOVE "N" TO WS-FOUND
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-POST-COUNT
            MOVE PP-STUDENT-ID TO WS-POST-STUDENT(WS-POST-COUNT)
            MOVE WS-NEW-DESC TO WS-POST-DESC(WS-POST-COUNT)
            MOVE WS-NEW-AMOUNT TO WS-POST-AMOUNT(WS-POST-COUNT)
            ADD WS-NEW-AMOUNT TO WS-STU-BALANCE(WS-STU-IDX)
            MOVE "Y" TO WS-FOUND.

        POST-LEDGER-ENTRIES.
            IF WS-POST-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND STUDENT-ACCOUNT
            IF WS-ACCOUNT-STATUS = "05" OR WS-ACCOUNT-STATUS = "35"
                CLOSE STUDENT-ACCOUNT
                OPEN OUTPUT STUDENT-ACCOUNT
            END-IF
            PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                    UNTIL WS-POST-IDX > WS-POST-COUNT
                MOVE WS-POST-STUDENT(WS-POST-IDX) TO SA-STUDENT-ID
                MOVE WS-TODAY-DATE TO SA-ENTRY-DATE
                MOVE "C" TO SA-ENTRY-TYPE
                MOVE WS-POST-DESC(WS-POST-IDX) TO SA-DESCRIPTION
                MOVE WS-POST-AMOUNT(WS-POST-IDX) TO SA-AMOUNT
                WRITE STUDENT-ACCOUNT-RECORD
            END-PERFORM
            CLOSE STUDENT-ACCOUNT.

            END PROGRAM PAYMENT-PLAN-RUN.

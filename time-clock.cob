      * into a LABOR-ACTUAL history entry that survives the month
      * for LABOR-VARIANCE-REPORT; the open-punch file rewrites
      * whole on save the way SENSOR-MAINTENANCE does.
      * An operator only clocks on to a routed order when CERT-CHECK
      * finds them currently certified for the operation or the
      * machine at one of the steps the order is sitting at; an
      * order with no open routed steps is not gated.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TIME-CLOCK.

                RECORD KEY IS WO-ORDER-NO
                FILE STATUS IS WS-ORDER-STATUS.

      *     the routed steps the order is sitting at - whichever step
      *     is first still OPEN on each line is the one being worked
            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
        FD  WORK-ORDER.
            COPY "WORK-ORDER-RECORD.cpy".

        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        01 WS-CLOCK-STATUS       PIC XX.
        01 WS-ACTUAL-STATUS      PIC XX.
        01 WS-ORDER-STATUS       PIC XX.
        01 WS-OPER-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * the certification gate on clocking on - WS-GATE-STEPS counts
      * the current open steps tried, WS-GATE-OPER/WS-GATE-EQUIP
      * hold the first one so a refusal is logged against it
        COPY "CERT-CHECK-PARAMS.cpy".
        01 WS-CERT-OK            PIC X.
        01 WS-GATE-STEPS         PIC 9(3).
        01 WS-GATE-LINE          PIC 9(3).
        01 WS-GATE-OPER          PIC X(3).
        01 WS-GATE-EQUIP         PIC X(4).

      * which data set this screen is sitting in - see
      * training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            IF TCP-TRAINING = "Y"
                DISPLAY TCP-BANNER
            END-IF
            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE
            END-READ
            CLOSE WORK-ORDER

            PERFORM CHECK-STEP-CERTIFICATION
            IF WS-CERT-OK = "N"
                DISPLAY "NOT CERTIFIED FOR OPERATION " WS-GATE-OPER
                    " OR MACHINE " WS-GATE-EQUIP
                    " ON THIS ORDER - NOT CLOCKED"
                EXIT PARAGRAPH
            END-IF

            MOVE WS-OPERATOR-ID TO TC-OPERATOR
            MOVE WS-ORDER-ENTRY TO TC-ORDER-NO
            MOVE WS-TODAY-DATE TO TC-CLOCK-DATE
                DISPLAY "PUNCH FILE FULL - SEE THE SUPERVISOR"
            END-IF.

        CHECK-STEP-CERTIFICATION.
      *     walk the order's routed steps; the first OPEN step on
      *     each line is where that line sits, and a certification
      *     for its operation code or its machine lets the punch
      *     through. Nothing open and routed means nothing to gate.
            MOVE "Y" TO WS-CERT-OK
            MOVE ZERO TO WS-GATE-STEPS WS-GATE-LINE
            MOVE SPACES TO WS-GATE-OPER WS-GATE-EQUIP
            OPEN INPUT WORK-ORDER-OPER
            IF WS-OPER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ORDER-ENTRY TO WOP-ORDER-NO
            MOVE ZERO TO WOP-LINE-NO WOP-STEP-NO
            START WORK-ORDER-OPER KEY >= WOP-OPER-KEY
                INVALID KEY
                    CLOSE WORK-ORDER-OPER
                    EXIT PARAGRAPH
            END-START

            MOVE WS-OPERATOR-ID TO CCK-OPERATOR-ID
            MOVE WS-TODAY-DATE TO CCK-DATE
            MOVE "TIME-CLOCK" TO CCK-PROGRAM
            MOVE "N" TO CCK-LOG-REFUSAL
            MOVE "N" TO CCK-CERTIFIED
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y" OR CCK-CERTIFIED = "Y"
                READ WORK-ORDER-OPER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOP-ORDER-NO NOT = WS-ORDER-ENTRY
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF WOP-STATUS = "OPEN"
                                    AND (WS-GATE-STEPS = ZERO
                                    OR WOP-LINE-NO NOT = WS-GATE-LINE)
                                PERFORM CHECK-ONE-STEP
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-OPER

            IF WS-GATE-STEPS > ZERO AND CCK-CERTIFIED = "N"
                MOVE "N" TO WS-CERT-OK
      *         one exception entry for the refusal, against the
      *         first step the operator was turned away from
                MOVE "Y" TO CCK-LOG-REFUSAL
                MOVE "O" TO CCK-SKILL-TYPE
                MOVE WS-GATE-OPER TO CCK-SKILL-CODE
                CALL "CERT-CHECK" USING CERT-CHECK-PARAMS
            END-IF.

        CHECK-ONE-STEP.
            ADD 1 TO WS-GATE-STEPS
            MOVE WOP-LINE-NO TO WS-GATE-LINE
            IF WS-GATE-STEPS = 1
                MOVE WOP-OPERATION-CODE TO WS-GATE-OPER
                MOVE WOP-EQUIP-CODE TO WS-GATE-EQUIP
            END-IF
            MOVE "O" TO CCK-SKILL-TYPE
            MOVE WOP-OPERATION-CODE TO CCK-SKILL-CODE
            CALL "CERT-CHECK" USING CERT-CHECK-PARAMS
            IF CCK-CERTIFIED = "N" AND WOP-EQUIP-CODE NOT = SPACES
                MOVE "E" TO CCK-SKILL-TYPE
                MOVE WOP-EQUIP-CODE TO CCK-SKILL-CODE
                CALL "CERT-CHECK" USING CERT-CHECK-PARAMS
            END-IF.

        CLOCK-OFF.
            PERFORM LOAD-PUNCH-FILE
            IF WS-PUNCH-FOUND = ZERO
            MOVE TC-OPERATOR TO LA-OPERATOR
            MOVE TC-CLOCK-DATE TO LA-WORK-DATE
            MOVE WS-WORK-MINUTES TO LA-MINUTES
            MOVE TC-START-TIME TO LA-START-TIME
            MOVE WS-TODAY-TIMESTAMP(9:4) TO LA-STOP-TIME
            WRITE LABOR-ACTUAL-RECORD
            CLOSE LABOR-ACTUAL


      * generator, so a serial is as traceable as any document),
      * captures the serial on the way out the door against its
      * invoice, and answers "tell me about this unit" with its lot,
      * made date, operator, and the invoice it shipped on. A piece
      * whose lot failed heat-treat verification and is still on
      * hold (LOT-HEAT-RESULT) is refused at shipping.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SERIAL-TRACKING.

                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

      *     the lot's heat-treat verification - a failed window holds
      *     the whole lot until HEAT-RECIPE-MAINTENANCE releases it
            SELECT LOT-HEAT-RESULT ASSIGN TO "LOT-HEAT-RESULT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-WINDOW-KEY
                FILE STATUS IS WS-RESULT-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  LOT-HEAT-RESULT.
            COPY "LOT-HEAT-RESULT-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-INVOICE-ENTRY      PIC 9(8).
        01 WS-RESULT-STATUS      PIC XX.
        01 WS-LOT-HELD           PIC X.
        01 WS-HOLD-EOF           PIC X.

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

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
                        DISPLAY "SERIAL ALREADY SHIPPED ON INVOICE "
                            SR-INVOICE-NO
                    ELSE
                        PERFORM CHECK-LOT-HEAT-HOLD
                        IF WS-LOT-HELD = "Y"
                            DISPLAY "REFUSED: LOT " SR-LOT-NUMBER
                                " IS ON HEAT-TREAT HOLD - NCR "
                                LH-NCR-NO
                        ELSE
                            PERFORM SHIP-SERIAL
                        END-IF
                    END-IF
            END-READ.

        SHIP-SERIAL.
            DISPLAY "ENTER INVOICE NUMBER (8 DIGITS):"
            ACCEPT WS-INVOICE-ENTRY
            MOVE "SHIP" TO SR-STATUS
            MOVE WS-INVOICE-ENTRY TO SR-INVOICE-NO
            REWRITE SERIAL-NUMBER-RECORD
            DISPLAY "SERIAL " SR-SERIAL-NO
                " SHIPPED ON INVOICE " SR-INVOICE-NO.

        CHECK-LOT-HEAT-HOLD.
      *     any window of the lot still flagged Y holds the piece; the
      *     key leads with the lot, so START there and read forward
      *     until it changes. No result file means nothing is held.
            MOVE "N" TO WS-LOT-HELD
            OPEN INPUT LOT-HEAT-RESULT
            IF WS-RESULT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE SR-LOT-NUMBER TO LH-LOT-NUMBER
            MOVE LOW-VALUES TO LH-SENSOR-ID
            MOVE ZERO TO LH-RUN-DATE LH-START-ITEM
            START LOT-HEAT-RESULT KEY >= LH-WINDOW-KEY
                INVALID KEY
                    MOVE "23" TO WS-RESULT-STATUS
            END-START
            IF WS-RESULT-STATUS = "00"
                MOVE "N" TO WS-HOLD-EOF
                PERFORM UNTIL WS-HOLD-EOF = "Y"
                    READ LOT-HEAT-RESULT NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-HOLD-EOF
                        NOT AT END
                            IF LH-LOT-NUMBER NOT = SR-LOT-NUMBER
                                MOVE "Y" TO WS-HOLD-EOF
                            ELSE
                                IF LH-HOLD-FLAG = "Y"
                                    MOVE "Y" TO WS-LOT-HELD
                                    MOVE "Y" TO WS-HOLD-EOF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE LOT-HEAT-RESULT.

        INQUIRE-SERIAL.
            DISPLAY "ENTER SERIAL NUMBER (8 DIGITS):"
            ACCEPT SR-SERIAL-NO

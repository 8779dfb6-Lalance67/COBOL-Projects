      * the time window), so LOT-TRACE-INQUIRY can join the lot to
      * FURNACE-READING-LOG and print a heat-treatment certificate
      * instead of a recall question taking an afternoon of paper.
      * The operator names the furnace first and must hold a current
      * certification on that machine (CERT-CHECK) before the window
      * is taken.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FURNACE-RUN-ENTRY.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FURNACE-STATUS.

      *     the furnace being run - it must be on the machine master
      *     and the operator certified on it
            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
        FD  LOT-FURNACE.
            COPY "LOT-FURNACE-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-FURNACE-STATUS     PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-EQUIP-ENTRY        PIC X(4).
        01 WS-TODAY-TIMESTAMP    PIC X(21).

      * the certification gate on the furnace being run
        COPY "CERT-CHECK-PARAMS.cpy".

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

            DISPLAY "ENTER FURNACE EQUIPMENT CODE (4 CHARS):"
            ACCEPT WS-EQUIP-ENTRY
            OPEN INPUT EQUIPMENT-MASTER
            IF WS-EQUIP-STATUS NOT = "00"
                DISPLAY "EQUIPMENT-MASTER NOT AVAILABLE - STATUS "
                    WS-EQUIP-STATUS " - NOTHING RECORDED"
                GOBACK
            END-IF
            MOVE WS-EQUIP-ENTRY TO EQ-EQUIP-CODE
            READ EQUIPMENT-MASTER
                INVALID KEY
                    DISPLAY "FURNACE " WS-EQUIP-ENTRY
                        " NOT ON THE MACHINE MASTER - NOTHING RECORDED"
                    CLOSE EQUIPMENT-MASTER
                    GOBACK
            END-READ
            CLOSE EQUIPMENT-MASTER

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-OPERATOR-ID TO CCK-OPERATOR-ID
            MOVE "E" TO CCK-SKILL-TYPE
            MOVE WS-EQUIP-ENTRY TO CCK-SKILL-CODE
            MOVE WS-TODAY-TIMESTAMP(1:8) TO CCK-DATE
            MOVE "FURNACE-RUN-ENTRY" TO CCK-PROGRAM
            MOVE "Y" TO CCK-LOG-REFUSAL
            CALL "CERT-CHECK" USING CERT-CHECK-PARAMS
            IF CCK-CERTIFIED = "N"
                DISPLAY WS-OPERATOR-ID " NOT CERTIFIED ON "
                    WS-EQUIP-ENTRY " (" CCK-REASON
                    ") - NOTHING RECORDED"
                GOBACK
            END-IF

            DISPLAY "ENTER LOT NUMBER (6 DIGITS):"
            ACCEPT LF-LOT-NUMBER
            DISPLAY "ENTER FURNACE SENSOR ID (4 CHARS):"

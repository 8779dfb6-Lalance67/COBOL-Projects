      * WIP-REPORT - work in process by work center, for the
      * supervisors. A routed order line sits at its first OPEN
      * step on WORK-ORDER-OPER: that step's machine is where the
      * job is queued. The report lists, for each EQUIPMENT-MASTER
      * work center, the jobs sitting there now with their standard
      * minutes and how long since release, then the standard
      * minutes still routed through the machine further down other
      * jobs' routes - the load coming at it. Written to
      * WIP-RPT.DAT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WIP-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

            SELECT EQUIPMENT-MASTER ASSIGN TO "EQUIPMENT-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EQUIP-CODE
                FILE STATUS IS WS-EQUIP-STATUS.

            SELECT WIP-RPT ASSIGN TO "WIP-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        FD  EQUIPMENT-MASTER.
            COPY "EQUIPMENT-RECORD.cpy".

        FD  WIP-RPT.
        01  WIP-RPT-LINE             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-EQUIP-STATUS       PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).

      * the line whose steps are being read - the first OPEN step
      * after a change of line is where that job is sitting
        01 WS-PREV-ORDER         PIC 9(8) VALUE ZERO.
        01 WS-PREV-LINE          PIC 9(3) VALUE ZERO.
        01 WS-LINE-PLACED        PIC X VALUE "N".

      * one row per work center seen on an open step
        01 WS-WC-COUNT           PIC 9(2) VALUE ZERO.
        01 WS-WC-IDX             PIC 9(2).
        01 WS-WC-FOUND           PIC 9(2).
        01 WS-WC-TABLE.
            05 WS-WC-ENTRY OCCURS 50 TIMES.
                10 WS-WC-CODE        PIC X(4).
                10 WS-WC-JOBS        PIC 9(5).
                10 WS-WC-QUEUE-MIN   PIC 9(7)V9.
                10 WS-WC-COMING-MIN  PIC 9(7)V9.

      * one row per job sitting at a machine
        01 WS-JOB-COUNT          PIC 9(3) VALUE ZERO.
        01 WS-JOB-IDX            PIC 9(3).
        01 WS-JOB-TABLE.
            05 WS-JOB-ENTRY OCCURS 500 TIMES.
                10 WS-JOB-WC         PIC X(4).
                10 WS-JOB-ORDER      PIC 9(8).
                10 WS-JOB-LINE       PIC 9(3).
                10 WS-JOB-STEP       PIC 9(2).
                10 WS-JOB-OPERATION  PIC X(3).
                10 WS-JOB-STD-MIN    PIC 9(4)V9.
                10 WS-JOB-RELEASED   PIC 9(8).

        01 WS-DAYS-WAITING       PIC S9(5).
        01 WS-TOTAL-JOBS         PIC 9(5) VALUE ZERO.
        01 WS-EQUIP-NAME         PIC X(20).
        01 WS-MIN-DISP           PIC ZZZZZZ9.9.
        01 WS-COMING-DISP        PIC ZZZZZZ9.9.
        01 WS-COUNT-DISP         PIC ZZZZ9.
        01 WS-DAYS-DISP          PIC ZZZZ9.

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT WORK-ORDER-OPER
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "WORK-ORDER-OPER NOT AVAILABLE - STATUS "
                    WS-OPER-STATUS
                GOBACK
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-OPER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOP-STATUS = "OPEN"
                            PERFORM PLACE-OPEN-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-OPER

            OPEN INPUT EQUIPMENT-MASTER
            OPEN OUTPUT WIP-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO WIP-RPT-LINE
                WRITE WIP-RPT-LINE
            END-IF
            PERFORM WRITE-WIP-REPORT
            CLOSE WIP-RPT
            IF WS-EQUIP-STATUS = "00"
                CLOSE EQUIPMENT-MASTER
            END-IF

            DISPLAY "WIP REPORT WRITTEN TO WIP-RPT.DAT - JOBS ON THE "
                "FLOOR: " WS-TOTAL-JOBS

            GOBACK.

        PLACE-OPEN-STEP.
            IF WOP-ORDER-NO NOT = WS-PREV-ORDER
                    OR WOP-LINE-NO NOT = WS-PREV-LINE
                MOVE WOP-ORDER-NO TO WS-PREV-ORDER
                MOVE WOP-LINE-NO TO WS-PREV-LINE
                MOVE "N" TO WS-LINE-PLACED
            END-IF

            MOVE ZERO TO WS-WC-FOUND
            PERFORM VARYING WS-WC-IDX FROM 1 BY 1
                    UNTIL WS-WC-IDX > WS-WC-COUNT
                IF WS-WC-CODE(WS-WC-IDX) = WOP-EQUIP-CODE
                    MOVE WS-WC-IDX TO WS-WC-FOUND
                END-IF
            END-PERFORM
            IF WS-WC-FOUND = ZERO
                IF WS-WC-COUNT >= 50
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-WC-COUNT
                MOVE WS-WC-COUNT TO WS-WC-FOUND
                MOVE WOP-EQUIP-CODE TO WS-WC-CODE(WS-WC-FOUND)
                MOVE ZERO TO WS-WC-JOBS(WS-WC-FOUND)
                    WS-WC-QUEUE-MIN(WS-WC-FOUND)
                    WS-WC-COMING-MIN(WS-WC-FOUND)
            END-IF

      *     the line's first open step is where the job sits; every
      *     later open step is load still coming at that machine
            IF WS-LINE-PLACED = "Y"
                ADD WOP-STD-MINUTES TO WS-WC-COMING-MIN(WS-WC-FOUND)
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-LINE-PLACED
            ADD 1 TO WS-WC-JOBS(WS-WC-FOUND)
            ADD 1 TO WS-TOTAL-JOBS
            ADD WOP-STD-MINUTES TO WS-WC-QUEUE-MIN(WS-WC-FOUND)
            IF WS-JOB-COUNT < 500
                ADD 1 TO WS-JOB-COUNT
                MOVE WOP-EQUIP-CODE TO WS-JOB-WC(WS-JOB-COUNT)
                MOVE WOP-ORDER-NO TO WS-JOB-ORDER(WS-JOB-COUNT)
                MOVE WOP-LINE-NO TO WS-JOB-LINE(WS-JOB-COUNT)
                MOVE WOP-STEP-NO TO WS-JOB-STEP(WS-JOB-COUNT)
                MOVE WOP-OPERATION-CODE
                    TO WS-JOB-OPERATION(WS-JOB-COUNT)
                MOVE WOP-STD-MINUTES TO WS-JOB-STD-MIN(WS-JOB-COUNT)
                MOVE WOP-RELEASED-DATE TO WS-JOB-RELEASED(WS-JOB-COUNT)
            END-IF.

        WRITE-WIP-REPORT.
            MOVE SPACES TO WIP-RPT-LINE
            STRING "WORK IN PROCESS BY WORK CENTER - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WIP-RPT-LINE
            WRITE WIP-RPT-LINE
            MOVE SPACES TO WIP-RPT-LINE
            WRITE WIP-RPT-LINE

            PERFORM VARYING WS-WC-IDX FROM 1 BY 1
                    UNTIL WS-WC-IDX > WS-WC-COUNT
                PERFORM WRITE-WORK-CENTER
            END-PERFORM

            MOVE WS-TOTAL-JOBS TO WS-COUNT-DISP
            MOVE SPACES TO WIP-RPT-LINE
            STRING "JOBS ON THE FLOOR: " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WIP-RPT-LINE
            WRITE WIP-RPT-LINE.

        WRITE-WORK-CENTER.
            MOVE SPACES TO WS-EQUIP-NAME
            IF WS-EQUIP-STATUS = "00"
                MOVE WS-WC-CODE(WS-WC-IDX) TO EQ-EQUIP-CODE
                READ EQUIPMENT-MASTER
                    INVALID KEY
                        MOVE "(NOT ON EQUIPMENT)" TO WS-EQUIP-NAME
                    NOT INVALID KEY
                        MOVE EQ-NAME TO WS-EQUIP-NAME
                END-READ
            END-IF

            MOVE WS-WC-JOBS(WS-WC-IDX) TO WS-COUNT-DISP
            MOVE WS-WC-QUEUE-MIN(WS-WC-IDX) TO WS-MIN-DISP
            MOVE WS-WC-COMING-MIN(WS-WC-IDX) TO WS-COMING-DISP
            MOVE SPACES TO WIP-RPT-LINE
            STRING "WORK CENTER " WS-WC-CODE(WS-WC-IDX)
                   " " WS-EQUIP-NAME
                   " JOBS " WS-COUNT-DISP
                   " STD MIN " WS-MIN-DISP
                   DELIMITED BY SIZE INTO WIP-RPT-LINE
            WRITE WIP-RPT-LINE

            PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                    UNTIL WS-JOB-IDX > WS-JOB-COUNT
                IF WS-JOB-WC(WS-JOB-IDX) = WS-WC-CODE(WS-WC-IDX)
                    PERFORM WRITE-JOB-LINE
                END-IF
            END-PERFORM

            MOVE SPACES TO WIP-RPT-LINE
            STRING "    STILL ROUTED THROUGH HERE LATER: "
                   WS-COMING-DISP " STD MIN"
                   DELIMITED BY SIZE INTO WIP-RPT-LINE
            WRITE WIP-RPT-LINE
            MOVE SPACES TO WIP-RPT-LINE
            WRITE WIP-RPT-LINE.

        WRITE-JOB-LINE.
      *     days on the floor since release, calendar days - a job
      *     released before the date was carried shows zero
            MOVE ZERO TO WS-DAYS-WAITING
            IF WS-JOB-RELEASED(WS-JOB-IDX) > ZERO
                COMPUTE WS-DAYS-WAITING =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(
                        WS-JOB-RELEASED(WS-JOB-IDX))
            END-IF
            IF WS-DAYS-WAITING < ZERO
                MOVE ZERO TO WS-DAYS-WAITING
            END-IF
            MOVE WS-DAYS-WAITING TO WS-DAYS-DISP
            MOVE WS-JOB-STD-MIN(WS-JOB-IDX) TO WS-MIN-DISP
            MOVE SPACES TO WIP-RPT-LINE
            STRING "    ORDER " WS-JOB-ORDER(WS-JOB-IDX)
                   " LINE " WS-JOB-LINE(WS-JOB-IDX)
                   " STEP " WS-JOB-STEP(WS-JOB-IDX)
                   " " WS-JOB-OPERATION(WS-JOB-IDX)
                   " STD MIN " WS-MIN-DISP
                   " DAYS " WS-DAYS-DISP
                   DELIMITED BY SIZE INTO WIP-RPT-LINE
            WRITE WIP-RPT-LINE.

            END PROGRAM WIP-REPORT.

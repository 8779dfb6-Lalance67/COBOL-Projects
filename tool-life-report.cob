      * tool life warning list - every insert, die and fixture on
      * TOOL-MASTER that has used its warning share of its life
      * limit (its own TM-WARN-PCT, or the shop standard when none
      * is set), and every tool already blocked at the limit, so the
      * toolroom can regrind or order replacements before a job
      * stops at OPERATION-REPORT's refusal. Listed by machine so the
      * setup man sees his own tools together.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TOOL-LIFE-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TOOL-MASTER ASSIGN TO "TOOL-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TM-TOOL-ID
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT TOOL-SORT ASSIGN TO "TOOL-SORT.TMP".

            SELECT TOOL-LIFE-RPT ASSIGN TO "TOOL-LIFE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TOOL-MASTER.
            COPY "TOOL-RECORD.cpy".

        SD  TOOL-SORT.
        01  TOOL-SORT-RECORD.
            05 TS-EQUIP-CODE         PIC X(4).
            05 TS-TOOL-ID            PIC X(8).
            05 TS-DESCRIPTION        PIC X(20).
            05 TS-TOOL-TYPE          PIC X(6).
            05 TS-LIFE-BASIS         PIC X.
            05 TS-LIFE-LIMIT         PIC 9(9)V99.
            05 TS-USAGE              PIC 9(9)V99.
            05 TS-LIFE-PCT           PIC 9(5).
            05 TS-STATUS             PIC X(6).

        FD  TOOL-LIFE-RPT.
        01  TOOL-LIFE-LINE           PIC X(120).

        WORKING-STORAGE SECTION.
      * the share of life at which a tool with no TM-WARN-PCT of its
      * own makes the list - same default OPERATION-REPORT warns at
        78 TOOL-WARN-DEFAULT-PCT VALUE 90.

        01 WS-MASTER-STATUS      PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-SORT-EOF           PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-WARN-PCT           PIC 9(3).
        01 WS-LIFE-PCT           PIC 9(5).
        01 WS-LAST-EQUIP         PIC X(4).
        01 WS-NEAR-COUNT         PIC 9(4) VALUE ZERO.
        01 WS-BLOCKED-COUNT      PIC 9(4) VALUE ZERO.
        01 WS-BASIS-DISP         PIC X(6).
        01 WS-LIMIT-DISP         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-USAGE-DISP         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-PCT-DISP           PIC ZZZZ9.

      * run-control log entry for this job - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

        PROCEDURE DIVISION.
            MOVE "TOOL-LIFE-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT TOOL-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "TOOL-MASTER NOT AVAILABLE - STATUS "
                    WS-MASTER-STATUS
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF
            CLOSE TOOL-MASTER

            OPEN OUTPUT TOOL-LIFE-RPT
            MOVE SPACES TO TOOL-LIFE-LINE
            STRING "TOOL LIFE WARNING LIST - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO TOOL-LIFE-LINE
            WRITE TOOL-LIFE-LINE
            MOVE SPACES TO TOOL-LIFE-LINE
            WRITE TOOL-LIFE-LINE
            MOVE SPACES TO TOOL-LIFE-LINE
            STRING "MACH TOOL     DESCRIPTION          TYPE   "
                   "          USED          LIMIT BASIS   PCT"
                   DELIMITED BY SIZE INTO TOOL-LIFE-LINE
            WRITE TOOL-LIFE-LINE

            MOVE SPACES TO WS-LAST-EQUIP
            SORT TOOL-SORT
                ON ASCENDING KEY TS-EQUIP-CODE TS-TOOL-ID
                INPUT PROCEDURE IS SELECT-WORN-TOOLS
                OUTPUT PROCEDURE IS PRINT-WORN-TOOLS

            MOVE SPACES TO TOOL-LIFE-LINE
            WRITE TOOL-LIFE-LINE
            MOVE SPACES TO TOOL-LIFE-LINE
            STRING "NEAR LIMIT: " WS-NEAR-COUNT
                   "  BLOCKED AT LIMIT: " WS-BLOCKED-COUNT
                   DELIMITED BY SIZE INTO TOOL-LIFE-LINE
            WRITE TOOL-LIFE-LINE
            CLOSE TOOL-LIFE-RPT

            DISPLAY "TOOL LIFE LIST WRITTEN - NEAR LIMIT: "
                WS-NEAR-COUNT " BLOCKED: " WS-BLOCKED-COUNT

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            COMPUTE RCP-RECORD-COUNT = WS-NEAR-COUNT + WS-BLOCKED-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        SELECT-WORN-TOOLS.
            OPEN INPUT TOOL-MASTER
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ TOOL-MASTER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM CHECK-ONE-TOOL
                END-READ
            END-PERFORM
            CLOSE TOOL-MASTER.

        CHECK-ONE-TOOL.
      *     retired tools are off the floor, and a tool with no
      *     limit is tracked without one
            IF TM-STATUS = "RETIRD" OR TM-LIFE-LIMIT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF TM-WARN-PCT NUMERIC AND TM-WARN-PCT > ZERO
                MOVE TM-WARN-PCT TO WS-WARN-PCT
            ELSE
                MOVE TOOL-WARN-DEFAULT-PCT TO WS-WARN-PCT
            END-IF
            COMPUTE WS-LIFE-PCT = (TM-USAGE * 100) / TM-LIFE-LIMIT
            IF TM-STATUS NOT = "BLOCKD" AND WS-LIFE-PCT < WS-WARN-PCT
                EXIT PARAGRAPH
            END-IF

            MOVE TM-EQUIP-CODE TO TS-EQUIP-CODE
            MOVE TM-TOOL-ID TO TS-TOOL-ID
            MOVE TM-DESCRIPTION TO TS-DESCRIPTION
            MOVE TM-TOOL-TYPE TO TS-TOOL-TYPE
            MOVE TM-LIFE-BASIS TO TS-LIFE-BASIS
            MOVE TM-LIFE-LIMIT TO TS-LIFE-LIMIT
            MOVE TM-USAGE TO TS-USAGE
            MOVE WS-LIFE-PCT TO TS-LIFE-PCT
            MOVE TM-STATUS TO TS-STATUS
            RELEASE TOOL-SORT-RECORD.

        PRINT-WORN-TOOLS.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN TOOL-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM PRINT-ONE-TOOL
                END-RETURN
            END-PERFORM.

        PRINT-ONE-TOOL.
            IF TS-EQUIP-CODE NOT = WS-LAST-EQUIP
                MOVE SPACES TO TOOL-LIFE-LINE
                WRITE TOOL-LIFE-LINE
                MOVE TS-EQUIP-CODE TO WS-LAST-EQUIP
            END-IF

            IF TS-LIFE-BASIS = "A"
                MOVE "SQ IN" TO WS-BASIS-DISP
            ELSE
                MOVE "CYCLES" TO WS-BASIS-DISP
            END-IF
            MOVE TS-USAGE TO WS-USAGE-DISP
            MOVE TS-LIFE-LIMIT TO WS-LIMIT-DISP
            MOVE TS-LIFE-PCT TO WS-PCT-DISP
            MOVE SPACES TO TOOL-LIFE-LINE
            IF TS-STATUS = "BLOCKD"
                STRING TS-EQUIP-CODE " " TS-TOOL-ID " "
                       TS-DESCRIPTION " " TS-TOOL-TYPE " "
                       WS-USAGE-DISP " " WS-LIMIT-DISP " "
                       WS-BASIS-DISP " " WS-PCT-DISP
                       "%  *** BLOCKED - RECONDITION OR REPLACE ***"
                       DELIMITED BY SIZE INTO TOOL-LIFE-LINE
                ADD 1 TO WS-BLOCKED-COUNT
            ELSE
                STRING TS-EQUIP-CODE " " TS-TOOL-ID " "
                       TS-DESCRIPTION " " TS-TOOL-TYPE " "
                       WS-USAGE-DISP " " WS-LIMIT-DISP " "
                       WS-BASIS-DISP " " WS-PCT-DISP "%"
                       DELIMITED BY SIZE INTO TOOL-LIFE-LINE
                ADD 1 TO WS-NEAR-COUNT
            END-IF
            WRITE TOOL-LIFE-LINE.

            END PROGRAM TOOL-LIFE-REPORT.

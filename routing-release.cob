      * ROUTING-RELEASE - the shared link between the ROUTING master
      * and the order lines it governs. When WORK-ORDER-ENTRY,
      * CREDIT-HOLD-RELEASE or BACKORDER-RELEASE puts a line on the
      * floor as QUEUED, it calls here and the line's route - the
      * one kept for the part the line builds, otherwise the default
      * route for its line type - is copied onto WORK-ORDER-OPER as
      * OPEN steps, each with its work center and standard minutes.
      * The cut passes, ASSEMBLY-BUILD and OPERATION-REPORT call
      * back in to count the steps still open before they let a
      * line or an order roll to COMPLETE.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ROUTING-RELEASE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ROUTING ASSIGN TO "ROUTING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-ROUTE-KEY
                FILE STATUS IS WS-ROUTING-STATUS.

            SELECT WORK-ORDER-OPER ASSIGN TO "WORK-ORDER-OPER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOP-OPER-KEY
                FILE STATUS IS WS-OPER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ROUTING.
            COPY "ROUTING-RECORD.cpy".

        FD  WORK-ORDER-OPER.
            COPY "WORK-ORDER-OPER-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-ROUTING-STATUS     PIC XX.
        01 WS-OPER-STATUS        PIC XX.
        01 WS-EOF                PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-ROUTE-ENTRY        PIC X(6).
        01 WS-ROUTE-FOUND        PIC X.

        LINKAGE SECTION.
            COPY "ROUTING-RELEASE-PARAMS.cpy".

        PROCEDURE DIVISION USING ROUTING-RELEASE-PARAMS.
            MOVE ZERO TO RRP-OPEN-STEPS RRP-TOTAL-STEPS
            EVALUATE RRP-FUNCTION
                WHEN "R"
                    PERFORM RELEASE-LINE-STEPS
                WHEN "C"
                    PERFORM COUNT-OPEN-STEPS
            END-EVALUATE
            GOBACK.

        OPEN-OPER-FILE.
      *     created the first time a line is released - same pattern
      *     as BOM-MAINTENANCE's OPEN-BOM
            OPEN I-O WORK-ORDER-OPER
            IF WS-OPER-STATUS = "35"
                OPEN OUTPUT WORK-ORDER-OPER
                CLOSE WORK-ORDER-OPER
                OPEN I-O WORK-ORDER-OPER
            END-IF.

        COUNT-OPEN-STEPS.
      *     the key leads with the order, so START at the order (and
      *     line, when one was given) and read forward until it
      *     changes
            OPEN INPUT WORK-ORDER-OPER
            IF WS-OPER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE RRP-ORDER-NO TO WOP-ORDER-NO
            MOVE RRP-LINE-NO TO WOP-LINE-NO
            MOVE ZERO TO WOP-STEP-NO
            START WORK-ORDER-OPER KEY >= WOP-OPER-KEY
                INVALID KEY
                    CLOSE WORK-ORDER-OPER
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ WORK-ORDER-OPER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF WOP-ORDER-NO NOT = RRP-ORDER-NO
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF RRP-LINE-NO = ZERO
                                    OR WOP-LINE-NO = RRP-LINE-NO
                                ADD 1 TO RRP-TOTAL-STEPS
                                IF WOP-STATUS = "OPEN"
                                    ADD 1 TO RRP-OPEN-STEPS
                                END-IF
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-OPER.

        RELEASE-LINE-STEPS.
      *     a line released twice (held, released, held again) keeps
      *     the steps it already has - whatever the floor reported
      *     against them stands
            PERFORM COUNT-OPEN-STEPS
            IF RRP-TOTAL-STEPS > ZERO
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT ROUTING
            IF WS-ROUTING-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF

      *     the part's own route wins; a line with no part, or a part
      *     with no route, takes its line type's default
            MOVE "N" TO WS-ROUTE-FOUND
            IF RRP-PART-CODE NOT = SPACES
                MOVE RRP-PART-CODE TO WS-ROUTE-ENTRY
                PERFORM PROBE-ROUTE
            END-IF
            IF WS-ROUTE-FOUND = "N"
                MOVE SPACES TO WS-ROUTE-ENTRY
                MOVE RRP-LINE-TYPE TO WS-ROUTE-ENTRY(1:1)
                PERFORM PROBE-ROUTE
            END-IF
            IF WS-ROUTE-FOUND = "N"
                CLOSE ROUTING
                EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-OPER-FILE
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-ROUTE-ENTRY TO RT-ROUTE-ID
            MOVE ZERO TO RT-STEP-NO
            START ROUTING KEY >= RT-ROUTE-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
                NOT INVALID KEY
                    MOVE "N" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "Y"
                READ ROUTING NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RT-ROUTE-ID NOT = WS-ROUTE-ENTRY
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM WRITE-ONE-STEP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE WORK-ORDER-OPER
            CLOSE ROUTING.

        PROBE-ROUTE.
            MOVE WS-ROUTE-ENTRY TO RT-ROUTE-ID
            MOVE ZERO TO RT-STEP-NO
            START ROUTING KEY >= RT-ROUTE-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            READ ROUTING NEXT RECORD
                AT END
                    EXIT PARAGRAPH
            END-READ
            IF RT-ROUTE-ID = WS-ROUTE-ENTRY
                MOVE "Y" TO WS-ROUTE-FOUND
            END-IF.

        WRITE-ONE-STEP.
            MOVE RRP-ORDER-NO TO WOP-ORDER-NO
            MOVE RRP-LINE-NO TO WOP-LINE-NO
            MOVE RT-STEP-NO TO WOP-STEP-NO
            MOVE RT-OPERATION-CODE TO WOP-OPERATION-CODE
            MOVE RT-EQUIP-CODE TO WOP-EQUIP-CODE
            MOVE RT-STD-MINUTES TO WOP-STD-MINUTES
            MOVE "OPEN" TO WOP-STATUS
            MOVE ZERO TO WOP-GOOD-QTY WOP-SCRAP-QTY WOP-DONE-DATE
            MOVE SPACES TO WOP-OPERATOR
            MOVE SPACES TO WOP-TOOL-ID(1) WOP-TOOL-ID(2)
                WOP-TOOL-ID(3)
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WOP-RELEASED-DATE
            WRITE WORK-ORDER-OPER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO RRP-TOTAL-STEPS
            ADD 1 TO RRP-OPEN-STEPS.

        END PROGRAM ROUTING-RELEASE.

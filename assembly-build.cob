        01 WS-OPEN-LINES         PIC 9(3).
        01 WS-DONE-LINES         PIC 9(3).
        01 WS-NEED-DISP          PIC ZZZZZZ9.
        01 WS-BUILD-REV          PIC X(2).

      * the BOM exploded is the revision in effect on the build
      * date - see part-revision-lookup.cob
        COPY "REVISION-LOOKUP-PARAMS.cpy".

      * every quantity movement goes to the PARTS-TRANSACTION
      * journal through the shared PARTS-JOURNAL subprogram
        COPY "PERIOD-CHECK-PARAMS.cpy".
        01 WS-LOCK-STAMP         PIC X(21).

      * routed lines are held in RUN until their last operation is
      * reported - counted through the shared ROUTING-RELEASE routine
        COPY "ROUTING-RELEASE-PARAMS.cpy".

        PROCEDURE DIVISION.
      *     a posting into a month the bookkeeper closed is
      *     refused up front - the refusal is already on the
                STOP RUN
            END-IF

            MOVE WS-BUILD-PART TO RLP-PART-CODE
            MOVE WS-LOCK-STAMP(1:8) TO RLP-AS-OF-DATE
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
            MOVE RLP-REVISION TO WS-BUILD-REV
            IF WS-BUILD-REV NOT = SPACES
                DISPLAY "BUILDING TO REVISION " WS-BUILD-REV
                    " (ECO " RLP-ECO-NO ")"
            END-IF

      *     pre-check the whole explosion before anything moves, so
      *     a short component never leaves a half-posted build
            MOVE "N" TO WS-SHORTED
            END-IF

            MOVE WS-BUILD-PART TO BM-PARENT-CODE
            MOVE WS-BUILD-REV TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                    DISPLAY "NO BOM ON FILE FOR " WS-BUILD-PART
                        " REVISION " WS-BUILD-REV
                    MOVE "Y" TO WS-SHORTED
            END-START
            IF WS-BOM-STATUS = "00"
                            MOVE "Y" TO WS-BOM-EOF
                        NOT AT END
                            IF BM-PARENT-CODE = WS-BUILD-PART
                                    AND BM-REVISION = WS-BUILD-REV
                                PERFORM CHECK-ONE-COMPONENT
                            ELSE
                                MOVE "Y" TO WS-BOM-EOF
      *     entry per movement
            OPEN INPUT BOM
            MOVE WS-BUILD-PART TO BM-PARENT-CODE
            MOVE WS-BUILD-REV TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                            MOVE "Y" TO WS-BOM-EOF
                        NOT AT END
                            IF BM-PARENT-CODE = WS-BUILD-PART
                                    AND BM-REVISION = WS-BUILD-REV
                                PERFORM CONSUME-ONE-COMPONENT
                            ELSE
                                MOVE "Y" TO WS-BOM-EOF
            MOVE PM-PART-CODE TO PJ-PART-CODE
            MOVE PM-QTY-ON-HAND TO PJ-AFTER-QTY
            MOVE "ASSEMBLY-BUILD" TO PJ-PROGRAM
      *     the component draw is charged to the order it was built
      *     for - job costing picks it up off the journal
            MOVE WS-ORDER-ENTRY TO PJ-ORDER-NO
            CALL "PARTS-JOURNAL" USING PARTS-JOURNAL-PARAMS.

        COMPLETE-ORDER-LINE.
                INVALID KEY
                    DISPLAY "ORDER LINE NOT FOUND - STATUS NOT MOVED"
                NOT INVALID KEY
      *             a routed build is not finished until the floor
      *             has reported its last operation - it waits in
      *             RUN and OPERATION-REPORT completes it
                    MOVE "C" TO RRP-FUNCTION
                    MOVE WS-ORDER-ENTRY TO RRP-ORDER-NO
                    MOVE WS-LINE-ENTRY TO RRP-LINE-NO
                    CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS
                    IF RRP-OPEN-STEPS > ZERO
                        MOVE "RUN" TO WOL-STATUS
                        REWRITE WORK-ORDER-LINE-RECORD
                        DISPLAY "ORDER " WS-ORDER-ENTRY " LINE "
                            WS-LINE-ENTRY " BUILT - " RRP-OPEN-STEPS
                            " OPERATIONS STILL OPEN"
                    ELSE
                        MOVE "COMPLETE" TO WOL-STATUS
                        REWRITE WORK-ORDER-LINE-RECORD
                        PERFORM ROLL-UP-ORDER-STATUS
                        DISPLAY "ORDER " WS-ORDER-ENTRY " LINE "
                            WS-LINE-ENTRY " COMPLETE"
                    END-IF
            END-READ

            CLOSE WORK-ORDER

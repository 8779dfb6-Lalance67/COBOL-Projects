        01 WS-ROLL-LINE-NO       PIC 9(3).
        01 WS-COVERED            PIC X.

      * a released line gets its routing steps through the shared
      * ROUTING-RELEASE routine
        COPY "ROUTING-RELEASE-PARAMS.cpy".

        PROCEDURE DIVISION.
            OPEN I-O WORK-ORDER-LINE
            IF WS-LINE-STATUS NOT = "00"

            MOVE "QUEUED" TO WOL-STATUS
            REWRITE WORK-ORDER-LINE-RECORD
            PERFORM RELEASE-LINE-ROUTING
            PERFORM STAGE-RADIUS-LINE
            PERFORM NOTE-RELEASE-ON-DISPATCH
            ADD 1 TO WS-RELEASED-COUNT
            PERFORM ROLL-HEADER-OFF-BACKORD.

        RELEASE-LINE-ROUTING.
      *     the line is on the floor - copy its route onto
      *     WORK-ORDER-OPER, same call WORK-ORDER-ENTRY makes
            MOVE "R" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            MOVE WOL-TYPE TO RRP-LINE-TYPE
            MOVE WOL-PART-CODE TO RRP-PART-CODE
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS.

        COVER-LINE-MATERIAL.
      *     the same one-blank reservation the entry screen makes -
      *     a line with no cross-reference releases unconditionally,

        01 WS-HELD-COUNT         PIC 9(4).
        01 WS-VALUE-DISP         PIC ZZZZZZ9.99.

      * a released line gets its routing steps through the shared
      * ROUTING-RELEASE routine
        COPY "ROUTING-RELEASE-PARAMS.cpy".

      * releasing a credit hold needs the delete-level sign-on - see
      * operator-maintenance.cob for the shared OPERATOR-AUTH check
        78 RELEASE-AUTH-LEVEL    VALUE 5.
                            IF WOL-STATUS = "CREDHOLD"
                                MOVE "QUEUED" TO WOL-STATUS
                                REWRITE WORK-ORDER-LINE-RECORD
                                PERFORM RELEASE-LINE-ROUTING
                                IF WOL-TYPE = "C"
                                    PERFORM STAGE-RADIUS-LINE
                                ELSE
                END-READ
            END-PERFORM.

        RELEASE-LINE-ROUTING.
      *     the line is on the floor - copy its route onto
      *     WORK-ORDER-OPER, same call WORK-ORDER-ENTRY makes
            MOVE "R" TO RRP-FUNCTION
            MOVE WOL-ORDER-NO TO RRP-ORDER-NO
            MOVE WOL-LINE-NO TO RRP-LINE-NO
            MOVE WOL-TYPE TO RRP-LINE-TYPE
            MOVE WOL-PART-CODE TO RRP-PART-CODE
            CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS.

        STAGE-RADIUS-LINE.
      *     same append-with-first-time-fallback staging as
      *     WORK-ORDER-ENTRY's STAGE-RADIUS-LINE

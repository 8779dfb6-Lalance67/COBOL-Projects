        ADD-BUSINESS-DAYS.
      *     walk forward one calendar day at a time, counting only
      *     the days the shop is open; the guard caps a runaway walk
      *     if someone asks for years of lead time. A negative count
      *     walks backward the same way - back-scheduling a need
      *     date by a lead time
            MOVE DSP-DATE-1 TO WS-CHECK-DATE
            MOVE ZERO TO WS-COUNTED
            MOVE ZERO TO WS-GUARD
            IF DSP-DAY-COUNT < ZERO
                MOVE -1 TO WS-STEP
            ELSE
                MOVE 1 TO WS-STEP
            END-IF
            COMPUTE WS-CHECK-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
            PERFORM UNTIL WS-COUNTED = DSP-DAY-COUNT
                    OR WS-GUARD > 3660
                ADD WS-STEP TO WS-CHECK-DAYS
                ADD 1 TO WS-GUARD
                COMPUTE WS-CHECK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-CHECK-DAYS)
                PERFORM CHECK-WORK-DAY
                IF WS-WORK-FLAG = "Y"
                    ADD WS-STEP TO WS-COUNTED
                END-IF
            END-PERFORM
            MOVE WS-CHECK-DATE TO DSP-RESULT-DATE

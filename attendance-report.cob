                            ADD 1 TO WS-ST-ABSENT(WS-FOUND-IDX)
                        WHEN "T"
                            ADD 1 TO WS-ST-TARDY(WS-FOUND-IDX)
      *                 an excused suspension day is neither - it
      *                 must not push anyone toward a letter
                        WHEN "S"
                            CONTINUE
                        WHEN OTHER
                            ADD 1 TO WS-ST-PRESENT(WS-FOUND-IDX)
                    END-EVALUATE

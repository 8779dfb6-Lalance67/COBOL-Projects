            MOVE PJ-PROGRAM TO PT-PROGRAM
            MOVE WS-OPERATOR-ID TO PT-OPERATOR
            MOVE WS-TIMESTAMP TO PT-TIMESTAMP
            IF PJ-ORDER-NO NUMERIC
                MOVE PJ-ORDER-NO TO PT-ORDER-NO
            ELSE
                MOVE ZERO TO PT-ORDER-NO
            END-IF
            WRITE PARTS-TRANSACTION-RECORD
            CLOSE PARTS-TRANSACTION

      *     the order reference is good for one entry only
            MOVE ZERO TO PJ-ORDER-NO

            GOBACK.

        READ-OPERATOR-ID.

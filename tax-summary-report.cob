                10 WS-TAX-COLLECTED  PIC 9(9)V99.

        01 WS-EXEMPT-SALES       PIC 9(9)V99 VALUE ZERO.
        01 WS-UNTAXED-FREIGHT    PIC 9(7)V99.
        01 WS-TOTAL-TAX          PIC 9(9)V99 VALUE ZERO.
        01 WS-SALES-DISP         PIC ZZZZZZZZ9.99.
        01 WS-TAX-DISP           PIC ZZZZZZZZ9.99.
                ADD IR-TOTAL-AMOUNT TO WS-EXEMPT-SALES
                EXIT PARAGRAPH
            END-IF
      *     freight the jurisdiction does not tax is billed but is
      *     not a taxable sale - older entries carry no freight
            MOVE ZERO TO WS-UNTAXED-FREIGHT
            IF IR-FREIGHT-AMOUNT NUMERIC
                    AND IR-FREIGHT-TAXABLE NOT = "Y"
                MOVE IR-FREIGHT-AMOUNT TO WS-UNTAXED-FREIGHT
                ADD WS-UNTAXED-FREIGHT TO WS-EXEMPT-SALES
            END-IF

            MOVE ZERO TO WS-JURIS-FOUND
            PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                COMPUTE WS-TAX-SALES(WS-JURIS-FOUND) =
                    WS-TAX-SALES(WS-JURIS-FOUND)
                    + IR-TOTAL-AMOUNT - IR-TAX-AMOUNT
                    - WS-UNTAXED-FREIGHT
                ADD IR-TAX-AMOUNT
                    TO WS-TAX-COLLECTED(WS-JURIS-FOUND)
                ADD IR-TAX-AMOUNT TO WS-TOTAL-TAX

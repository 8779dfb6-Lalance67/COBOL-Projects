            DISPLAY "ENTER RATE PERCENT (E.G. 06.250):"
            ACCEPT WS-RATE-ENTRY
            MOVE WS-RATE-ENTRY TO TX-RATE-PCT
            PERFORM ACCEPT-FREIGHT-TAXABLE

            WRITE TAX-RATE-RECORD
                INVALID KEY
                    DISPLAY "JURISDICTION ADDED: " TX-JURIS-CODE
            END-WRITE.

        ACCEPT-FREIGHT-TAXABLE.
      *     some jurisdictions tax freight billed with the goods and
      *     some do not - INVOICE-GENERATE reads this for the freight
      *     line
            DISPLAY "IS FREIGHT TAXABLE HERE (Y/N):"
            ACCEPT TX-FREIGHT-TAXABLE
            IF TX-FREIGHT-TAXABLE = "Y" OR TX-FREIGHT-TAXABLE = "y"
                MOVE "Y" TO TX-FREIGHT-TAXABLE
            ELSE
                MOVE "N" TO TX-FREIGHT-TAXABLE
            END-IF.

        CHANGE-TAX-RATE.
            DISPLAY "ENTER JURISDICTION CODE TO CHANGE:"
            ACCEPT TX-JURIS-CODE
                    DISPLAY "ENTER NEW RATE PERCENT (E.G. 06.250):"
                    ACCEPT WS-RATE-ENTRY
                    MOVE WS-RATE-ENTRY TO TX-RATE-PCT
                    DISPLAY "FREIGHT CURRENTLY TAXED: "
                        TX-FREIGHT-TAXABLE
                    PERFORM ACCEPT-FREIGHT-TAXABLE
                    REWRITE TAX-RATE-RECORD
                    DISPLAY "JURISDICTION UPDATED: " TX-JURIS-CODE
            END-READ.
                    DISPLAY "CODE: " TX-JURIS-CODE
                    DISPLAY "DESCRIPTION: " TX-DESCRIPTION
                    DISPLAY "RATE: " WS-RATE-DISP "%"
                    DISPLAY "FREIGHT TAXABLE: " TX-FREIGHT-TAXABLE
            END-READ.

            END PROGRAM TAX-RATE-MAINTENANCE.

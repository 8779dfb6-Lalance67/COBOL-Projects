      * overdue it is against the date the order should have landed
      * (PO-ORDER-DATE plus the vendor's VN-LEAD-DAYS), so
      * purchasing chases trucks instead of discovering a stockout
      * at the saw. Outside processing orders are our own parts out
      * at a vendor, not stock on the way - they are aged on
      * OUTSIDE-PROCESS-REPORT instead.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPEN-PO-REPORT.

                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PO-STATUS NOT = "CLSD"
                                AND PO-TYPE NOT = "O"
                            IF PO-RECEIVED-QTY NOT NUMERIC
                                MOVE ZERO TO PO-RECEIVED-QTY
                            END-IF

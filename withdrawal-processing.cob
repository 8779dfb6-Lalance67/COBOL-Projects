      * term's configurable date bands in REFUND-BAND.DAT), and
      * posts the credit to the STUDENT-ACCOUNT ledger. A school
      * withdrawal also sets SM-STATUS to W so ATTENDANCE-CAPTURE
      * refuses the id, and stamps SM-EXIT-MONTH for the
      * record-retention schedule.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WITHDRAWAL-PROCESSING.

                    CONTINUE
                NOT INVALID KEY
                    MOVE "W" TO SM-STATUS
      *             the record-retention clock starts here
                    MOVE WS-TODAY-DATE(1:6) TO SM-EXIT-MONTH
                    REWRITE STUDENT-MASTER-RECORD
                    DISPLAY "STUDENT " SM-STUDENT-ID
                        " MARKED WITHDRAWN"

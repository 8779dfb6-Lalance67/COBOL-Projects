      *****************************************************************
      * NCR-OPEN-PARAMS.cpy
      * CALL parameters for the shared NCR-OPEN subprogram - the
      * caller describes the nonconformance (where it came from,
      * part, lot, quantity, defect) and NCR-OPEN numbers it from
      * TICKET-SEQUENCE, stamps the operator from OPERATOR-SESSION,
      * sets the due date, and hands the new number back in
      * NOP-NCR-NO (zero if the NCR file could not be written).
      * Usage: COPY "NCR-OPEN-PARAMS.cpy".
      *        CALL "NCR-OPEN" USING NCR-OPEN-PARAMS
      *****************************************************************
       01  NCR-OPEN-PARAMS.
      *    Q failed inspection, R defect return, H failed heat-treat
      *    verification, M opened by hand
           05  NOP-SOURCE            PIC X.
           05  NOP-SOURCE-REF        PIC 9(8).
           05  NOP-PART-CODE         PIC X(6).
           05  NOP-LOT-NUMBER        PIC 9(6).
           05  NOP-QTY               PIC 9(5).
           05  NOP-DEFECT            PIC X(30).
           05  NOP-NCR-NO            PIC 9(8).

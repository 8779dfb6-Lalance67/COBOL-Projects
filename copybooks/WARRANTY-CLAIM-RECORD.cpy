      *****************************************************************
      * WARRANTY-CLAIM-RECORD.cpy
      * Shared record layout for the WARRANTY-CLAIM file - one line
      * per claim against a shipped serialized piece, numbered from
      * the shared TICKET-SEQUENCE series. WARRANTY-CLAIM-ENTRY finds
      * the serial's ship date on SHIPPING-LOG, adds the part's
      * PM-WARRANTY-MONTHS, and decides in or out of warranty; an
      * in-warranty claim opens a no-credit RMA on the RMA file. The
      * claims report rolls the file up by part, lot, and failure
      * code and flags lots for a LOT-TRACE-INQUIRY recall.
      * Usage: COPY "WARRANTY-CLAIM-RECORD.cpy".
      *****************************************************************
       01  WARRANTY-CLAIM-RECORD.
           05  WC-CLAIM-NO           PIC 9(8).
           05  WC-CLAIM-DATE         PIC 9(8).
           05  WC-SERIAL-NO          PIC 9(8).
           05  WC-PART-CODE.
               10  WC-PART1          PIC X(3).
               10  WC-PART2          PIC 9(3).
           05  WC-LOT-NUMBER         PIC 9(6).
           05  WC-CUSTOMER-CODE      PIC X(6).
           05  WC-INVOICE-NO         PIC 9(8).
      *    the ship date the warranty ran from, and the last day of
      *    cover it gave
           05  WC-SHIP-DATE          PIC 9(8).
           05  WC-EXPIRY-DATE        PIC 9(8).
      *    I in warranty, O out of warranty
           05  WC-WARRANTY-FLAG      PIC X.
      *    CRCK cracked, WELD weld failure, DIMN out of dimension,
      *    FINS finish or coating, CORR corrosion, WEAR premature
      *    wear, OTHR anything else - see WARRANTY-CLAIM-ENTRY
           05  WC-FAILURE-CODE       PIC X(4).
           05  WC-DESCRIPTION        PIC X(30).
      *    the RMA an in-warranty claim opened; zero out of warranty
           05  WC-RMA-NO             PIC 9(8).
           05  WC-OPERATOR           PIC X(10).

      *****************************************************************
      * EDI-TRANSMISSION-RECORD.cpy
      * Shared record layout for the EDI-OUTBOUND transmission file -
      * the day's electronic ship notices and invoices for every
      * customer flagged CU-EDI-FLAG, in one fixed-format file built
      * by EDI-EXPORT. An HD record opens the transmission; each
      * ship notice is an SH record (one per SHIPPING-LOG entry)
      * followed by an SL record per line shipped; each invoice or
      * credit memo is an IH record (one per INVOICE-REGISTER entry)
      * followed by an IL record per line billed; a TR record closes
      * the file with the control totals the customer's translator
      * checks the file against.
      * Usage: COPY "EDI-TRANSMISSION-RECORD.cpy".
      *****************************************************************
       01  EDI-TRANSMISSION-RECORD.
      *    HD header, SH/SL ship notice and line, IH/IL invoice and
      *    line, TR trailer
           05  ET-RECORD-TYPE        PIC X(2).
           05  ET-HEADER.
               10  ET-TRANSMIT-NO    PIC 9(8).
               10  ET-CREATE-DATE    PIC 9(8).
               10  ET-CREATE-TIME    PIC 9(6).
               10  FILLER            PIC X(76).
           05  ET-SHIP-NOTICE REDEFINES ET-HEADER.
               10  ET-SH-CUSTOMER    PIC X(6).
               10  ET-SH-PARTNER-ID  PIC X(15).
               10  ET-SH-ORDER-NO    PIC 9(8).
               10  ET-SH-CUST-PO-NO  PIC X(20).
               10  ET-SH-SHIP-DATE   PIC 9(8).
               10  ET-SH-CARRIER     PIC X(10).
               10  ET-SH-REFERENCE   PIC X(12).
               10  ET-SH-LINE-COUNT  PIC 9(3).
               10  FILLER            PIC X(16).
           05  ET-SHIP-LINE REDEFINES ET-HEADER.
               10  ET-SL-ORDER-NO    PIC 9(8).
               10  ET-SL-LINE-NO     PIC 9(3).
      *        C circle, T triangle, A assembly - the item is the
      *        material code on a C line, the part on an A line
               10  ET-SL-TYPE        PIC X.
               10  ET-SL-ITEM        PIC X(6).
               10  ET-SL-RADIUS      PIC 9(3)V99.
               10  ET-SL-SIDE-A      PIC 99V99.
               10  ET-SL-SIDE-B      PIC 99V99.
               10  ET-SL-SIDE-C      PIC 99V99.
               10  ET-SL-QTY         PIC 9(5).
               10  FILLER            PIC X(58).
           05  ET-INVOICE REDEFINES ET-HEADER.
               10  ET-IH-CUSTOMER    PIC X(6).
               10  ET-IH-PARTNER-ID  PIC X(15).
               10  ET-IH-INVOICE-NO  PIC 9(8).
               10  ET-IH-INVOICE-DATE
                                     PIC 9(8).
      *        I invoice, C credit memo - same as IR-DOC-TYPE
               10  ET-IH-DOC-TYPE    PIC X.
               10  ET-IH-ITEM-COUNT  PIC 9(4).
               10  ET-IH-TAX-AMOUNT  PIC 9(7)V99.
               10  ET-IH-TOTAL-AMOUNT
                                     PIC 9(9)V99.
               10  FILLER            PIC X(36).
           05  ET-INVOICE-LINE REDEFINES ET-HEADER.
               10  ET-IL-INVOICE-NO  PIC 9(8).
               10  ET-IL-ORDER-NO    PIC 9(8).
               10  ET-IL-LINE-NO     PIC 9(3).
               10  ET-IL-CUST-PO-NO  PIC X(20).
               10  ET-IL-TYPE        PIC X.
               10  ET-IL-ITEM        PIC X(6).
               10  ET-IL-QTY         PIC 9(5).
               10  ET-IL-AMOUNT      PIC 9(7)V99.
               10  FILLER            PIC X(38).
           05  ET-TRAILER REDEFINES ET-HEADER.
               10  ET-TR-TRANSMIT-NO PIC 9(8).
      *        every record in the file, HD and TR included
               10  ET-TR-RECORD-COUNT
                                     PIC 9(7).
               10  ET-TR-SHIP-COUNT  PIC 9(5).
               10  ET-TR-INVOICE-COUNT
                                     PIC 9(5).
               10  ET-TR-LINE-COUNT  PIC 9(7).
      *        hash of every IH total, credit memos included
               10  ET-TR-AMOUNT-TOTAL
                                     PIC 9(11)V99.
               10  FILLER            PIC X(53).

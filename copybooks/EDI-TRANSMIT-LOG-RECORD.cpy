      *****************************************************************
      * EDI-TRANSMIT-LOG-RECORD.cpy
      * Shared record layout for the EDI-TRANSMIT-LOG indexed file -
      * the proof of what EDI-EXPORT sent, for when a customer
      * charges us back for an electronic document it says never
      * arrived. One record per document sent (SN ship notice keyed
      * by order number, IN invoice or CM credit memo keyed by
      * invoice number) carrying the transmission it went out on,
      * and one TR record per transmission keyed by its number with
      * the control totals of the file. A document already on the
      * log is not sent again.
      * Key: EL-DOC-KEY (document type + document number)
      *****************************************************************
       01  EDI-TRANSMIT-LOG-RECORD.
           05  EL-DOC-KEY.
               10  EL-DOC-TYPE       PIC X(2).
               10  EL-DOC-NO         PIC 9(8).
           05  EL-TRANSMIT-NO        PIC 9(8).
           05  EL-TRANSMIT-DATE      PIC 9(8).
           05  EL-TRANSMIT-TIME      PIC 9(6).
           05  EL-CUSTOMER-CODE      PIC X(6).
           05  EL-PARTNER-ID         PIC X(15).
      *    lines sent on the document; on a TR record, the records
      *    in the file
           05  EL-LINE-COUNT         PIC 9(7).
      *    the document total (zero on a ship notice); on a TR
      *    record, the trailer amount hash
           05  EL-AMOUNT             PIC 9(11)V99.
      *    documents in the transmission - TR records only
           05  EL-DOC-COUNT          PIC 9(5).

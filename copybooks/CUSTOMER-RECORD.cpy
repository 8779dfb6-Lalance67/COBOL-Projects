           02  CU-CITY               PIC X(15).
           02  CU-STATE              PIC X(2).
           02  CU-ZIP                PIC X(5).
      *    electronic documents - Y means this customer takes its
      *    ship notices and invoices on the EDI-EXPORT transmission
      *    instead of by mail, under the trading-partner ID they
      *    gave us; only documents dated on or after the start date
      *    go, so switching a customer on does not resend its
      *    history. Spaces on records from before EDI existed.
           02  CU-EDI-FLAG           PIC X.
           02  CU-EDI-PARTNER-ID     PIC X(15).
           02  CU-EDI-START-DATE     PIC 9(8).
      *    the currency this customer is quoted, billed and pays in -
      *    spaces (records from before foreign customers) or USD is
      *    home currency; anything else is converted at the
      *    EXCHANGE-RATES row in force on the document's date. The
      *    credit limit above stays in home currency.
           02  CU-CURRENCY-CODE      PIC X(3).
      *    who sells to this customer - COMMISSION-RUN credits them
      *    with commission on cash collected from the customer's
      *    invoices unless the work order names someone else. Spaces
      *    on records from before salespeople were tracked.
           02  CU-SALESPERSON-ID     PIC X(4).

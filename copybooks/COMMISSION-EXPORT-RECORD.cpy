      *****************************************************************
      * COMMISSION-EXPORT-RECORD.cpy
      * Shared record layout for the COMMISSION-EXPORT file - the
      * month's commission in the same flat HD/DT/TR shape as
      * PAYROLL-EXPORT, built by COMMISSION-RUN for the payroll
      * service. An HD record opens the file with the commission
      * month; each salesperson with activity is one DT record with
      * commission earned on cash collected, commission taken back
      * on RMA credit memos, and the net to pay (negative when the
      * take-backs outrun the month's earnings - the service
      * carries it against the next check); a TR record closes the
      * file with the control totals the service checks the load
      * against.
      * Usage: COPY "COMMISSION-EXPORT-RECORD.cpy".
      *****************************************************************
       01  COMMISSION-EXPORT-RECORD.
      *    HD header, DT salesperson detail, TR trailer
           05  CX-RECORD-TYPE        PIC X(2).
           05  CX-HEADER.
               10  CX-PERIOD         PIC 9(6).
               10  CX-CREATE-DATE    PIC 9(8).
               10  CX-CREATE-TIME    PIC 9(6).
               10  FILLER            PIC X(58).
           05  CX-DETAIL REDEFINES CX-HEADER.
               10  CX-SALESPERSON-ID PIC X(4).
               10  CX-NAME           PIC X(25).
               10  CX-PERIOD-DT      PIC 9(6).
               10  CX-EARNED         PIC 9(7)V99.
               10  CX-REVERSED       PIC 9(7)V99.
               10  CX-NET            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(15).
           05  CX-TRAILER REDEFINES CX-HEADER.
      *        every record in the file, HD and TR included
               10  CX-TR-RECORD-COUNT
                                     PIC 9(7).
               10  CX-TR-SALESPERSON-COUNT
                                     PIC 9(5).
      *        hash of every DT net, the service's load check
               10  CX-TR-NET         PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(54).

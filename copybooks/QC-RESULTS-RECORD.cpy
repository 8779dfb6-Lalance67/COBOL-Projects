           05  QR-MEASURED           PIC 9(3)V999.
           05  QR-NOMINAL            PIC 9(3)V999.
           05  QR-TOLERANCE          PIC 9(2)V999.
      *    the TOOL-MASTER tool that made the inspected part, so a
      *    drifting chart can be traced to the insert or die that
      *    cut it - spaces when not known, and on older rows
           05  QR-TOOL-ID            PIC X(8).

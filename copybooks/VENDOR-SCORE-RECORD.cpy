      *****************************************************************
      * VENDOR-SCORE-RECORD.cpy
      * Shared record layout for the VENDOR-SCORE file - the machine
      * readable side of VENDOR-PERFORMANCE-REPORT's scorecard, one
      * record per vendor scored, rewritten whole each run.
      * VS-SCORE is the on-time percentage times the QC pass
      * percentage, over 100 - a vendor with no deliveries or no
      * inspections on file is not marked down for that leg.
      * PO-GENERATE skips a vendor scoring under VENDOR-MIN-SCORE.
      * Usage: COPY "VENDOR-SCORE-RECORD.cpy".
      *****************************************************************
       01  VENDOR-SCORE-RECORD.
           05  VS-VENDOR-CODE        PIC X(6).
           05  VS-ONTIME-PCT         PIC 9(3)V9.
           05  VS-FAIL-PCT           PIC 9(3)V9.
           05  VS-SCORE              PIC 9(3)V9.
           05  VS-SCORE-DATE         PIC 9(8).

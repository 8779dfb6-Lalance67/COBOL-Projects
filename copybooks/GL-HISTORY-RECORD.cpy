      *****************************************************************
      * GL-HISTORY-RECORD.cpy
      * Shared record layout for the GL-HISTORY file - every journal
      * line GL-EXTRACT writes to GL-TRANSFER.DAT, which starts over
      * each run, is also appended here so the month and the year
      * can be totalled after the daily transfer has gone. Each line
      * carries the stamp of the run that wrote it: a posting date
      * extracted twice appears twice, and readers count only the
      * lines from the latest run for that date.
      * Usage: COPY "GL-HISTORY-RECORD.cpy".
      *****************************************************************
       01  GL-HISTORY-RECORD.
      *    YYYYMMDDHHMMSS of the GL-EXTRACT run
           05  GH-RUN-STAMP          PIC X(14).
           05  GH-POST-DATE          PIC 9(8).
           05  GH-ACCOUNT            PIC 9(4).
           05  GH-DEBIT              PIC 9(9)V99.
           05  GH-CREDIT             PIC 9(9)V99.
           05  GH-SOURCE             PIC X(20).
           05  GH-REFERENCE          PIC X(10).

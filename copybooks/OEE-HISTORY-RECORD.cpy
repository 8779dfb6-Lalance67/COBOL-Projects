      *****************************************************************
      * OEE-HISTORY-RECORD.cpy
      * Shared record layout for the OEE-HISTORY indexed file - one
      * entry per machine per closed week or month, written by
      * OEE-REPORT, so each period's availability, performance,
      * quality and OEE can be trended against the periods before
      * it. A re-run over the same period replaces its entry.
      * OH-PERIOD-TYPE is W for a Monday-Sunday week, M for a
      * calendar month.
      * Key: OH-HIST-KEY
      *****************************************************************
       01  OEE-HISTORY-RECORD.
           05  OH-HIST-KEY.
               10  OH-EQUIP-CODE     PIC X(4).
               10  OH-PERIOD-TYPE    PIC X.
               10  OH-PERIOD-START   PIC 9(8).
           05  OH-PERIOD-END         PIC 9(8).
           05  OH-PLANNED-MIN        PIC 9(7).
           05  OH-DOWN-MIN           PIC 9(7).
           05  OH-RUNS               PIC 9(6).
           05  OH-STARTED-QTY        PIC 9(7).
           05  OH-GOOD-QTY           PIC 9(7).
           05  OH-AVAIL-PCT          PIC 9(3)V9.
           05  OH-PERF-PCT           PIC 9(3)V9.
           05  OH-QUAL-PCT           PIC 9(3)V9.
           05  OH-OEE-PCT            PIC 9(3)V9.

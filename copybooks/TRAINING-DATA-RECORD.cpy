      *****************************************************************
      * TRAINING-DATA-RECORD.cpy
      * Record layout for TRAINING-DATA.DAT, the one-record marker
      * that makes a data set the training sandbox. TRAINING-REFRESH
      * writes it into the TRAINING directory each time it reloads
      * the sandbox from the latest BACKUP-MASTERS generation; the
      * live data set never has one. TRAINING-MODE-CHECK reads it to
      * tell any program whether the files it is about to touch are
      * the practice copy.
      *****************************************************************
       01  TRAINING-DATA-RECORD.
           05  TD-MARKER             PIC X(8).
           05  TD-GENERATION         PIC 9(4).
           05  TD-REFRESH-DATE       PIC 9(8).
           05  TD-REFRESHED-BY       PIC X(10).

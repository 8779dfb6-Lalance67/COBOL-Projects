      *****************************************************************
      * TRAINING-CHECK-PARAMS.cpy
      * CALL parameters for the shared TRAINING-MODE-CHECK
      * subprogram. Nothing goes in; TCP-TRAINING comes back "Y"
      * when the data set in use is the training sandbox, with the
      * backup generation and date it was last refreshed from and
      * the banner every screen and printout carries in training.
      * "N" comes back, banner at spaces, on the live data set.
      * Usage: COPY "TRAINING-CHECK-PARAMS.cpy".
      *        CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
      *****************************************************************
       01  TRAINING-CHECK-PARAMS.
           05  TCP-TRAINING          PIC X.
           05  TCP-GENERATION        PIC 9(4).
           05  TCP-REFRESH-DATE      PIC 9(8).
           05  TCP-BANNER            PIC X(60).

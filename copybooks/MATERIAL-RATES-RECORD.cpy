       01  MATERIAL-RATES-RECORD.
           05  MR-MATERIAL-CODE      PIC X(3).
           05  MR-RATE-PER-SQIN      PIC 9(3)V9999.
      *    pounds per square inch of the stock plate - SHIP-CONFIRM
      *    weighs a circle as its area times this to rate the
      *    freight. Zero (or spaces, on records from before this
      *    existed) means the weight is unknown.
           05  MR-WEIGHT-PER-SQIN    PIC 9V9999.

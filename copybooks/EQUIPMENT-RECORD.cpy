           05  EQ-LAST-PM-DATE       PIC 9(8).
      *    runs since the last PM - zeroed when a PM is recorded
           05  EQ-RUN-COUNT          PIC 9(5).
      *    run minutes the machine is staffed on a working day - what
      *    CAPACITY-SCHEDULE loads work against; zero (or spaces, on
      *    machines added before capacity was kept) takes the shop
      *    standard shift off the parameter master
           05  EQ-SHIFT-MINUTES      PIC 9(4).
      *    ideal minutes one run takes at rated speed - OEE-REPORT's
      *    performance leg (runs times this over the minutes the
      *    machine was up); zero or spaces leaves performance unrated
           05  EQ-IDEAL-RUN-MINUTES  PIC 9(3)V9.

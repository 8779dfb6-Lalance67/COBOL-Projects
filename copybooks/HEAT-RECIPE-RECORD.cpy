      *****************************************************************
      * HEAT-RECIPE-RECORD.cpy
      * Shared record layout for the HEAT-RECIPE indexed file - the
      * heat-treat specification for a part. Staying inside the
      * furnace's safe range is not enough: the part has to come up
      * to temperature no faster than the ramp limit, sit inside its
      * soak band for at least the minimum soak, and not be held at
      * temperature longer than the maximum hold. HEAT-TREAT-VERIFY
      * measures every LOT-FURNACE window against the recipe for the
      * lot's part. Maintained through HEAT-RECIPE-MAINTENANCE.
      * Temperatures are Kelvin, as FURNACE-READING-LOG holds them;
      * one reading a minute, so readings count as minutes.
      * Key: HR-PART-CODE
      *****************************************************************
       01  HEAT-RECIPE-RECORD.
           05  HR-PART-CODE          PIC X(6).
      *    fastest allowed rise between consecutive readings, in
      *    Kelvin per minute
           05  HR-RAMP-LIMIT         PIC 9(3)V99.
           05  HR-SOAK-LOW-K         PIC 9(4)V99.
           05  HR-SOAK-HIGH-K        PIC 9(4)V99.
      *    shortest unbroken run of readings inside the soak band
           05  HR-MIN-SOAK-MIN       PIC 9(4).
      *    most minutes at or above the soak floor; zero is no limit
           05  HR-MAX-HOLD-MIN       PIC 9(4).
           05  HR-DESCRIPTION        PIC X(20).

      * DSP-FUNCTION:
      *   "W" - is DSP-DATE-1 a work day?  answer in DSP-WORK-DAY
      *   "A" - add DSP-DAY-COUNT business days to DSP-DATE-1,
      *         result in DSP-RESULT-DATE; a negative count walks
      *         backward (back-scheduling from a need date)
      *   "C" - count business days from DSP-DATE-1 to DSP-DATE-2
      *         (exclusive of day 1, inclusive of day 2), result in
      *         DSP-DAY-COUNT

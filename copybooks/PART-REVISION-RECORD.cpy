      *****************************************************************
      * PART-REVISION-RECORD.cpy
      * Shared record layout for the PART-REVISION indexed file -
      * one entry per revision level of an assembly, opened by
      * ECO-MAINTENANCE when an engineering change is raised against
      * the part and released when the change is approved. The
      * revision's own BOM lines sit on BOM.DAT under the same
      * revision code. A part with no entries here builds to its
      * original BOM (revision spaces).
      * Read through the shared PART-REVISION-LOOKUP subprogram.
      * Key: PRV-REVISION-KEY (part, then revision)
      *****************************************************************
       01  PART-REVISION-RECORD.
           05  PRV-REVISION-KEY.
               10  PRV-PART-CODE     PIC X(6).
               10  PRV-REVISION      PIC X(2).
      *    the revision it replaces (spaces for the original BOM)
           05  PRV-PRIOR-REVISION    PIC X(2).
      *    builds dated on or after this day use this revision once
      *    it is released
           05  PRV-EFFECTIVE-DATE    PIC 9(8).
           05  PRV-ECO-NO            PIC 9(8).
      *    PEND (ECO open - the BOM lines may still be edited), RELSD
      *    (ECO approved - the lines are frozen) or CANCL (ECO
      *    rejected or cancelled - never built)
           05  PRV-STATUS            PIC X(5).
           05  PRV-RELEASED-DATE     PIC 9(8).

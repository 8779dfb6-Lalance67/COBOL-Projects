      * parent in one PARTS-JOURNAL posting so on-hand stays honest
      * without six manual adjustments per build. Maintained through
      * BOM-MAINTENANCE.
      * Each parent carries one complete component list per revision
      * level: the original BOM under revision spaces, and one more
      * list for every revision an ECO opens (see ECO-MAINTENANCE).
      * Readers explode the revision PART-REVISION-LOOKUP answers
      * for the build date.
      * Key: BM-BOM-KEY (parent part + revision + component part)
      *****************************************************************
       01  BOM-RECORD.
           05  BM-BOM-KEY.
               10  BM-PARENT-CODE.
                   15  BM-PARENT1    PIC X(3).
                   15  BM-PARENT2    PIC 9(3).
               10  BM-REVISION       PIC X(2).
               10  BM-COMPONENT-CODE.
                   15  BM-COMP1      PIC X(3).
                   15  BM-COMP2      PIC 9(3).


        SET-ONE-STATUS.
      *     the latest term's GPA decides the standing - SM-STATUS
      *     space on an older record reads as good standing. A
      *     student who has left keeps W or D; overwriting it would
      *     hide them from the record-retention purge
            IF SM-STATUS = "W" OR SM-STATUS = "D"
                EXIT PARAGRAPH
            END-IF
            IF SM-TERM-GPA < PROBATION-CUTOFF
                IF SM-STATUS NOT = "P"
                    MOVE "P" TO SM-STATUS

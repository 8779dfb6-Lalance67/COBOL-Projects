      *    piece as a negative movement through PARTS-JOURNAL
           05  LD-SCRAP-FLAG         PIC X.
           05  LD-SCRAP-REASON       PIC X(3).
      *    the work order the lot was made against, so scrap can be
      *    costed back to the job - zero for stock lots, spaces on
      *    lines written before the order link existed
           05  LD-ORDER-NO           PIC 9(8).
      *    the BOM revision the lot was built to - the revision in
      *    effect on the made date, so a recall can be held to one
      *    revision. Spaces for the original BOM, and on lines
      *    written before revisions existed.
           05  LD-REVISION           PIC X(2).

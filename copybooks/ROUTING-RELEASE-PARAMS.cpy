      *****************************************************************
      * ROUTING-RELEASE-PARAMS.cpy
      * CALL parameters for the shared ROUTING-RELEASE subprogram.
      * RRP-FUNCTION "R" releases a line: the route for the line's
      * part (or, failing that, its line type) is copied onto
      * WORK-ORDER-OPER as OPEN steps - a line that already has
      * steps, or has no route, is left alone. RRP-FUNCTION "C"
      * counts the steps still OPEN for the order and line (line
      * zero counts the whole order) into RRP-OPEN-STEPS, and the
      * steps on file at all into RRP-TOTAL-STEPS - a line with no
      * steps is not routed and completes the way it always did.
      * Usage: COPY "ROUTING-RELEASE-PARAMS.cpy".
      *        CALL "ROUTING-RELEASE" USING ROUTING-RELEASE-PARAMS
      *****************************************************************
       01  ROUTING-RELEASE-PARAMS.
           05  RRP-FUNCTION          PIC X.
           05  RRP-ORDER-NO          PIC 9(8).
           05  RRP-LINE-NO           PIC 9(3).
           05  RRP-LINE-TYPE         PIC X.
           05  RRP-PART-CODE         PIC X(6).
           05  RRP-OPEN-STEPS        PIC 9(3).
           05  RRP-TOTAL-STEPS       PIC 9(3).

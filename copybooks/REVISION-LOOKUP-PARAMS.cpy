      *****************************************************************
      * REVISION-LOOKUP-PARAMS.cpy
      * CALL parameters for the shared PART-REVISION-LOOKUP
      * subprogram. The caller hands over an assembly part code and
      * the date of the build; the lookup answers the released
      * revision in effect that day and the ECO that released it,
      * with RLP-FOUND "Y". "N" comes back with the revision at
      * spaces when the part has no released revision effective by
      * that date - the original BOM applies.
      * Usage: COPY "REVISION-LOOKUP-PARAMS.cpy".
      *        CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
      *****************************************************************
       01  REVISION-LOOKUP-PARAMS.
           05  RLP-PART-CODE         PIC X(6).
           05  RLP-AS-OF-DATE        PIC 9(8).
           05  RLP-REVISION          PIC X(2).
           05  RLP-ECO-NO            PIC 9(8).
           05  RLP-FOUND             PIC X.

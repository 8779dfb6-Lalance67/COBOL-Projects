      *****************************************************************
      * FUNCTION-AUTH-PARAMS.cpy
      * Shared parameter block for the FUNCTION-AUTH subprogram (at
      * the bottom of operator-maintenance.cob, beside OPERATOR-AUTH)
      * - the caller names one of the FUNCTION-CODE-TABLE.cpy codes
      * and gets back the signed-on operator and whether that
      * operator may perform the function: Y when the operator holds
      * the grant on OPERATOR-GRANT, and also Y while nobody at all
      * has been granted that function yet (it is still guarded by
      * the screen's auth level alone, as before grants were kept).
      * Usage: COPY "FUNCTION-AUTH-PARAMS.cpy".
      *****************************************************************
       01  FUNCTION-AUTH-PARAMS.
           05  FAP-FUNCTION          PIC X(8).
           05  FAP-OPERATOR-ID       PIC X(10).
           05  FAP-GRANTED           PIC X.

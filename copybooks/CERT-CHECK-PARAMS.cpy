      *****************************************************************
      * CERT-CHECK-PARAMS.cpy
      * CALL parameters for the shared CERT-CHECK subprogram - the
      * gate a shop-floor transaction passes before it lands. The
      * caller names the operator, the skill (type and code, as on
      * CERTIFICATION-RECORD.cpy), the transaction date, and its own
      * program name; CERT-CHECK answers CCK-CERTIFIED "Y" when the
      * operator holds a certification current on that date, or "N"
      * with the reason in CCK-REASON. With CCK-LOG-REFUSAL "Y" a
      * refusal is also written to the exception summary, the same
      * way PERIOD-CHECK logs its refusals; a caller trying several
      * skills in turn passes "N" and logs the last one itself.
      * Usage: COPY "CERT-CHECK-PARAMS.cpy".
      *        CALL "CERT-CHECK" USING CERT-CHECK-PARAMS
      *****************************************************************
       01  CERT-CHECK-PARAMS.
           05  CCK-OPERATOR-ID       PIC X(10).
           05  CCK-SKILL-TYPE        PIC X.
           05  CCK-SKILL-CODE        PIC X(4).
           05  CCK-DATE              PIC 9(8).
           05  CCK-PROGRAM           PIC X(21).
           05  CCK-LOG-REFUSAL       PIC X.
           05  CCK-CERTIFIED         PIC X.
           05  CCK-REASON            PIC X(30).

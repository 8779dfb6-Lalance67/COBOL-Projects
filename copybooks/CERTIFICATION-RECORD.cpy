      *****************************************************************
      * CERTIFICATION-RECORD.cpy
      * Shared record layout for the CERTIFICATION indexed file -
      * the operator skill matrix. One record per operator per
      * skill: a LABOR-RATES operation code, an EQUIPMENT-MASTER
      * machine, or a QC inspection step, with when the operator was
      * certified, when it runs out, and who trained them.
      * CERT-CHECK answers "is this operator certified today" for
      * TIME-CLOCK, FURNACE-RUN-ENTRY, and QC-RESULTS-ENTRY;
      * CERTIFICATION-MAINTENANCE keeps the file and
      * CERT-EXPIRY-REPORT lists what lapses next and who has no
      * backup.
      * Key: CT-CERT-KEY (operator + skill type + skill code)
      *****************************************************************
       01  CERTIFICATION-RECORD.
           05  CT-CERT-KEY.
               10  CT-OPERATOR-ID    PIC X(10).
      *        O operation (LR-OPERATION-CODE), E equipment
      *        (EQ-EQUIP-CODE), Q QC step - INSP a pass/fail
      *        inspection, MEAS a dimensional one against
      *        PART-TOLERANCE
               10  CT-SKILL-TYPE     PIC X.
               10  CT-SKILL-CODE     PIC X(4).
           05  CT-CERTIFIED-DATE     PIC 9(8).
      *    last day the certification is good; zero never lapses
           05  CT-EXPIRY-DATE        PIC 9(8).
           05  CT-TRAINER            PIC X(10).

      * as-of-today logic; the student's shots and exemptions come
      * from HEALTH-RECORD.DAT, the nurse's file. ENROLLMENT-ENTRY
      * blocks a non-compliant student and ADMISSIONS-PROCESS flags
      * one provisional - both through this one answer. Each answer
      * also keeps the nurse's HLTH student hold in step: placed
      * while a required shot is missing, released once it is on
      * file, so the hold blocks enrollment everywhere else too.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HEALTH-COMPLIANCE.

        01 WS-JDX                PIC 9(2).

        COPY "AGE-CALC-PARAMS.cpy".
        COPY "STUDENT-HOLD-PARAMS.cpy".

        LINKAGE SECTION.
            COPY "HEALTH-COMPLIANCE-PARAMS.cpy".
            IF HC-STATUS = "C" AND WS-EXEMPT-SEEN = "Y"
                MOVE "P" TO HC-STATUS
            END-IF
            PERFORM SET-HEALTH-HOLD
            GOBACK.

        SET-HEALTH-HOLD.
            MOVE HC-STUDENT-ID TO SHP-STUDENT-ID
            MOVE "HLTH" TO SHP-HOLD-TYPE
            MOVE "HEALTH-CHK" TO SHP-OPERATOR
            IF HC-STATUS = "N"
                MOVE "P" TO SHP-FUNCTION
                MOVE SPACES TO SHP-REASON
                STRING "MISSING SHOT " HC-MISSING
                       DELIMITED BY SIZE INTO SHP-REASON
            ELSE
                MOVE "R" TO SHP-FUNCTION
            END-IF
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS.

        LOAD-REQUIREMENTS.
            MOVE ZERO TO WS-REQ-COUNT
            OPEN INPUT HEALTH-REQUIREMENTS

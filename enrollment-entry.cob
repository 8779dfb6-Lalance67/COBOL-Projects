      * frees the seat, and posts the date-band refund in one step. The student has to be on STUDENT-MASTER and
      * the course on COURSE-MASTER before an enrollment is taken,
      * so the transcript and term-GPA runs downstream never meet a
      * record that points at nobody. A student under an active hold
      * that blocks enrollment (see student-hold.cob) is turned away
      * with the office to see.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ENROLLMENT-ENTRY.

      * the required-shots gate - see health-compliance.cob
        COPY "HEALTH-COMPLIANCE-PARAMS.cpy".

      * the student-hold gate - see student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOTE: PROVISIONAL - EXEMPTION ON FILE"
            END-IF

      *     asked after the shots check, which has just placed or
      *     released the nurse's own hold
            MOVE "Q" TO SHP-FUNCTION
            MOVE WS-ENROLL-STUDENT TO SHP-STUDENT-ID
            MOVE "E" TO SHP-BLOCK
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "REJECTED: " SHP-HOLD-TYPE " HOLD - SEE "
                    SHP-OFFICE " (" SHP-REASON ")"
                EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-PREREQUISITES
            IF WS-PREREQ-OK NOT = "Y"
                EXIT PARAGRAPH

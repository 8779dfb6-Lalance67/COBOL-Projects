      * there, on a clipboard. This screen records each inspection's
      * pass/fail and defect reason into QC-RESULTS.DAT, puts a
      * failing part on HOLD in PARTS-MASTER (PARTS-SCAN-INTAKE
      * refuses to receive against a held part), opens an NCR on
      * the failure so the root cause gets chased through
      * NCR-MAINTENANCE, and releases the hold once the quality
      * team disposes of the failure. The inspector must hold a
      * current QC-step certification (CERT-CHECK) - MEAS for a
      * part measured against its tolerance, INSP for a pass/fail
      * look - or the result is refused. Each result also names the
      * TOOL-MASTER tool that made the part, so QC-CONTROL-CHART can
      * trace drift back to the insert or die that cut it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QC-RESULTS-ENTRY.

                RECORD KEY IS TL-PART-CODE
                FILE STATUS IS WS-TOLERANCE-STATUS.

            SELECT TOOL-MASTER ASSIGN TO "TOOL-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TOOL-ID
                FILE STATUS IS WS-TOOL-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop - see
      *     that program's SIGN-ON paragraph. Optional: if this
      *     program is run on its own instead of through the menu,
        FD  PART-TOLERANCE.
            COPY "PART-TOLERANCE-RECORD.cpy".

        FD  TOOL-MASTER.
            COPY "TOOL-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        01 WS-NOMINAL-DISP       PIC ZZ9.999.
        01 WS-TOL-DISP           PIC Z9.999.

      * the tool that made the part - checked against TOOL-MASTER
        01 WS-TOOL-STATUS        PIC XX.
        01 WS-TOOL-ENTRY         PIC X(8).

      * a failed inspection opens a nonconformance report - see
      * ncr-open.cob
        COPY "NCR-OPEN-PARAMS.cpy".
        01 WS-NCR-LOT-ENTRY      PIC 9(6).
        01 WS-NCR-QTY-ENTRY      PIC 9(5).

      * the inspector's QC-step certification gate - see
      * cert-check.cob
        COPY "CERT-CHECK-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER - see the
      * OPERATOR-SESSION SELECT comment above
        01 WS-OPSESS-STATUS      PIC XX.
      *     a part with a tolerance on file is measured, not
      *     eyeballed - the dimension decides pass/fail itself
            PERFORM LOOKUP-PART-TOLERANCE
            PERFORM CHECK-INSPECTOR-CERT
            IF CCK-CERTIFIED = "N"
                DISPLAY WS-OPERATOR-ID " NOT CERTIFIED FOR QC STEP "
                    CCK-SKILL-CODE " (" CCK-REASON
                    ") - RESULT NOT RECORDED"
                EXIT PARAGRAPH
            END-IF
            PERFORM CAPTURE-TOOL
            IF WS-HAS-TOLERANCE = "Y"
                PERFORM CAPTURE-DIMENSION
                EXIT PARAGRAPH
                PERFORM WRITE-QC-RESULT
                IF QR-RESULT = "F"
                    PERFORM PLACE-PART-ON-HOLD
                    PERFORM OPEN-QC-NCR
                END-IF
            END-IF.

        CHECK-INSPECTOR-CERT.
      *     measuring against a tolerance and a pass/fail look are
      *     separate certifications - the part decides which applies
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-OPERATOR-ID TO CCK-OPERATOR-ID
            MOVE "Q" TO CCK-SKILL-TYPE
            IF WS-HAS-TOLERANCE = "Y"
                MOVE "MEAS" TO CCK-SKILL-CODE
            ELSE
                MOVE "INSP" TO CCK-SKILL-CODE
            END-IF
            MOVE WS-TODAY-TIMESTAMP(1:8) TO CCK-DATE
            MOVE "QC-RESULTS-ENTRY" TO CCK-PROGRAM
            MOVE "Y" TO CCK-LOG-REFUSAL
            CALL "CERT-CHECK" USING CERT-CHECK-PARAMS.

        CAPTURE-TOOL.
      *     the insert, die or fixture the part came off, off the
      *     job's operation report - blank when nobody knows
            MOVE SPACES TO QR-TOOL-ID
            OPEN INPUT TOOL-MASTER
            IF WS-TOOL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER TOOL ID THAT MADE THE PART (8 CHARS,"
                " BLANK IF NOT KNOWN):"
            MOVE SPACES TO WS-TOOL-ENTRY
            ACCEPT WS-TOOL-ENTRY
            IF WS-TOOL-ENTRY NOT = SPACES
                MOVE WS-TOOL-ENTRY TO TM-TOOL-ID
                READ TOOL-MASTER
                    INVALID KEY
                        DISPLAY "TOOL " WS-TOOL-ENTRY
                            " NOT ON FILE - RECORDED WITHOUT A TOOL"
                    NOT INVALID KEY
                        MOVE TM-TOOL-ID TO QR-TOOL-ID
                END-READ
            END-IF
            CLOSE TOOL-MASTER.

        LOOKUP-PART-TOLERANCE.
            MOVE "N" TO WS-HAS-TOLERANCE
            OPEN INPUT PART-TOLERANCE
            PERFORM WRITE-QC-RESULT
            IF QR-RESULT = "F"
                PERFORM PLACE-PART-ON-HOLD
                PERFORM OPEN-QC-NCR
            END-IF.

        MAINTAIN-TOLERANCE.
            REWRITE PARTS-MASTER-RECORD
            DISPLAY "PART " PM-PART-CODE " PLACED ON QC HOLD".

        OPEN-QC-NCR.
      *     the hold stops the bleeding; the NCR makes someone find
      *     the cause - opened through the shared NCR-OPEN writer
            DISPLAY "ENTER LOT NUMBER INSPECTED (6 DIGITS, 0 IF NONE):"
            ACCEPT WS-NCR-LOT-ENTRY
            DISPLAY "ENTER QUANTITY AFFECTED:"
            ACCEPT WS-NCR-QTY-ENTRY
            MOVE "Q" TO NOP-SOURCE
            MOVE ZERO TO NOP-SOURCE-REF
            MOVE QR-PART-CODE TO NOP-PART-CODE
            MOVE WS-NCR-LOT-ENTRY TO NOP-LOT-NUMBER
            MOVE WS-NCR-QTY-ENTRY TO NOP-QTY
            MOVE QR-DEFECT-REASON TO NOP-DEFECT
            CALL "NCR-OPEN" USING NCR-OPEN-PARAMS.

        RELEASE-HOLD.
            DISPLAY "ENTER PART CODE TO RELEASE:"
            ACCEPT PM-PART-CODE

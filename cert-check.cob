      * CERT-CHECK - the shared skill-certification gate. TIME-CLOCK,
      * FURNACE-RUN-ENTRY, and QC-RESULTS-ENTRY call here before a
      * shop-floor transaction lands, naming the operator and the
      * operation, machine, or QC step it involves. The operator is
      * certified when CERTIFICATION.DAT holds a record for that
      * skill that was granted on or before the transaction date and
      * has not run out by it; anything else - no record, a lapsed
      * one, no certification file at all - comes back refused, and
      * when the caller asks, the refusal is written to the
      * exception summary the same way PERIOD-CHECK logs its own.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CERT-CHECK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CERTIFICATION-FILE ASSIGN TO "CERTIFICATION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CT-CERT-KEY
                FILE STATUS IS WS-CERT-STATUS.

            SELECT EXCEPTION-SUMMARY ASSIGN TO "EXCEPTION-SUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CERTIFICATION-FILE.
            COPY "CERTIFICATION-RECORD.cpy".

        FD  EXCEPTION-SUMMARY.
            COPY "EXCEPTION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-CERT-STATUS        PIC XX.
        01 WS-EXCEPT-STATUS      PIC XX.
        01 WS-TIMESTAMP          PIC X(21).
        01 WS-REASON             PIC X(40).

        LINKAGE SECTION.
            COPY "CERT-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION USING CERT-CHECK-PARAMS.
            MOVE "N" TO CCK-CERTIFIED
            MOVE SPACES TO CCK-REASON
            IF CCK-DATE = ZERO
                MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                MOVE WS-TIMESTAMP(1:8) TO CCK-DATE
            END-IF

      *     no certification file yet means nobody is certified -
      *     the gate stays shut until the matrix has been keyed
            OPEN INPUT CERTIFICATION-FILE
            IF WS-CERT-STATUS NOT = "00"
                MOVE "NO CERTIFICATION FILE" TO CCK-REASON
                PERFORM LOG-REFUSAL
                GOBACK
            END-IF

            MOVE CCK-OPERATOR-ID TO CT-OPERATOR-ID
            MOVE CCK-SKILL-TYPE TO CT-SKILL-TYPE
            MOVE CCK-SKILL-CODE TO CT-SKILL-CODE
            READ CERTIFICATION-FILE
                INVALID KEY
                    MOVE "NOT CERTIFIED" TO CCK-REASON
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN CT-CERTIFIED-DATE > CCK-DATE
                            MOVE "CERTIFICATION NOT YET IN FORCE"
                                TO CCK-REASON
                        WHEN CT-EXPIRY-DATE NOT = ZERO
                                AND CT-EXPIRY-DATE < CCK-DATE
                            MOVE "CERTIFICATION EXPIRED"
                                TO CCK-REASON
                        WHEN OTHER
                            MOVE "Y" TO CCK-CERTIFIED
                    END-EVALUATE
            END-READ
            CLOSE CERTIFICATION-FILE

            IF CCK-CERTIFIED = "N"
                PERFORM LOG-REFUSAL
            END-IF
            GOBACK.

        LOG-REFUSAL.
      *     the refusal lands on the shared exception summary so the
      *     supervisor sees who was turned away and for what skill
            IF CCK-LOG-REFUSAL NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-REASON
            STRING CCK-OPERATOR-ID " " CCK-SKILL-TYPE "-"
                   CCK-SKILL-CODE " " CCK-REASON
                   DELIMITED BY SIZE INTO WS-REASON

            OPEN EXTEND EXCEPTION-SUMMARY
            IF WS-EXCEPT-STATUS = "05" OR WS-EXCEPT-STATUS = "35"
                CLOSE EXCEPTION-SUMMARY
                OPEN OUTPUT EXCEPTION-SUMMARY
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE CCK-PROGRAM TO EX-PROGRAM
            MOVE WS-TIMESTAMP TO EX-TIMESTAMP
            MOVE WS-REASON TO EX-REASON
            MOVE "N" TO EX-STATUS
            MOVE SPACES TO EX-ACK-OPERATOR EX-ACK-NOTE
            WRITE EXCEPTION-RECORD
            CLOSE EXCEPTION-SUMMARY.

        END PROGRAM CERT-CHECK.

      * segregation-of-duties violation report - the periodic check
      * the outside auditors asked for. Two parts:
      *   1. operators who HOLD both functions of an "H" rule on
      *      SOD-RULE right now (granted before the rule was added,
      *      or before grants were checked)
      *   2. operators who actually PERFORMED both functions of any
      *      rule on the same document, found from history:
      *        - VOUCHER: who keyed the invoice, who approved it
      *        - AUDIT-LOG (current and the monthly archives): who
      *          set up or changed the voucher's vendor
      *        - PARTS-TRANSACTION: who posted an adjustment
      *          approval, tied back to the PENDING-ADJUSTMENT entry
      *          for who keyed it; an approved entry whose journal
      *          line has been archived is judged on the pending
      *          record alone
      * Every action is sorted by document and operator, and each
      * operator's set of functions on a document is paired off
      * against the rule file, so a new rule needs no change here
      * as long as its functions leave a trail in these files.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOD-VIOLATION-REPORT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SOD-RULE ASSIGN TO "SOD-RULE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SR-RULE-KEY
                FILE STATUS IS WS-RULE-STATUS.

            SELECT OPERATOR-GRANT ASSIGN TO "OPERATOR-GRANT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OG-GRANT-KEY
                FILE STATUS IS WS-GRANT-STATUS.

      *     the current log and its MONTH-END-ARCHIVE cuts, one at a
      *     time under the same name field ARCHIVE-QUERY uses
            SELECT AUDIT-LOG ASSIGN DYNAMIC WS-AUDIT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT VOUCHER ASSIGN TO "VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VOUCHER-STATUS.

            SELECT PENDING-ADJUSTMENT
                ASSIGN TO "PENDING-ADJUSTMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.

            SELECT PARTS-TRANSACTION ASSIGN TO "PARTS-TRANSACTION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

            SELECT ACTION-SORT ASSIGN TO "SOD-SORT.TMP".

            SELECT SOD-VIOLATION-RPT ASSIGN TO "SOD-VIOLATION-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SOD-RULE.
            COPY "SOD-RULE-RECORD.cpy".

        FD  OPERATOR-GRANT.
            COPY "OPERATOR-GRANT-RECORD.cpy".

        FD  AUDIT-LOG.
            COPY "AUDIT-LOG-RECORD.cpy".

        FD  VOUCHER.
            COPY "VOUCHER-RECORD.cpy".

        FD  PENDING-ADJUSTMENT.
            COPY "PENDING-ADJUSTMENT-RECORD.cpy".

        FD  PARTS-TRANSACTION.
            COPY "PARTS-TRANSACTION-RECORD.cpy".

      *     one function performed by one operator on one document
        SD  ACTION-SORT.
        01  ACTION-SORT-RECORD.
            05 AS-DOCUMENT           PIC X(16).
            05 AS-OPERATOR           PIC X(10).
            05 AS-FUNCTION           PIC X(8).
            05 AS-DATE               PIC 9(8).
            05 AS-DETAIL             PIC X(36).

        FD  SOD-VIOLATION-RPT.
        01  SOD-VIOLATION-LINE       PIC X(120).

        WORKING-STORAGE SECTION.
      * how far back the archived audit logs are searched for vendor
      * setups - the two years MONTH-END-ARCHIVE keeps by default
        78 SETUP-LOOKBACK-MONTHS VALUE 24.

        01 WS-RULE-STATUS        PIC XX.
        01 WS-GRANT-STATUS       PIC XX.
        01 WS-AUDIT-STATUS       PIC XX.
        01 WS-VOUCHER-STATUS     PIC XX.
        01 WS-PENDING-STATUS     PIC XX.
        01 WS-JOURNAL-STATUS     PIC XX.
        01 WS-RPT-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-SORT-EOF           PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-HELD-VIOLATIONS    PIC 9(5) VALUE ZERO.
        01 WS-DOC-VIOLATIONS     PIC 9(5) VALUE ZERO.
        01 WS-ACTION-COUNT       PIC 9(7) VALUE ZERO.
        01 WS-I                  PIC 9(2).
        01 WS-J                  PIC 9(2).
        01 WS-K                  PIC 9(3).
        01 WS-FOUND              PIC X.
        01 WS-RULE-FOUND         PIC X.
        01 WS-PAIR-FUNCTION-1    PIC X(8).
        01 WS-PAIR-FUNCTION-2    PIC X(8).
        01 WS-TYPE-DISP          PIC X(12).

      * audit log month walk - same year/month arithmetic as
      * MONTH-END-ARCHIVE
        01 WS-AUDIT-NAME         PIC X(30).
        01 WS-MONTH-TAG          PIC X(6).
        01 WS-MONTH-COUNT        PIC 9(3).
        01 WS-WORK-YEAR          PIC 9(4).
        01 WS-WORK-MONTH         PIC 9(2).

      * who set up or changed each vendor, from AUDIT-LOG
        01 WS-VS-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-VS-TABLE.
            05 WS-VS-ENTRY OCCURS 500 TIMES.
                10 WS-VS-VENDOR      PIC X(6).
                10 WS-VS-OPERATOR    PIC X(10).
                10 WS-VS-DATE        PIC 9(8).

      * approved adjustments off PENDING-ADJUSTMENT, waiting to be
      * tied to their PARTS-TRANSACTION posting
        01 WS-PA-COUNT           PIC 9(3) VALUE ZERO.
        01 WS-PA-TABLE.
            05 WS-PA-ENTRY OCCURS 500 TIMES.
                10 WS-PA-ADJUST-NO   PIC 9(8).
                10 WS-PA-PART-CODE   PIC X(6).
                10 WS-PA-DIRECTION   PIC X.
                10 WS-PA-QTY         PIC 9(5).
                10 WS-PA-ENTERED-BY  PIC X(10).
                10 WS-PA-REVIEWER    PIC X(10).
                10 WS-PA-DATE        PIC 9(8).
                10 WS-PA-MATCHED     PIC X.
        01 WS-PT-DIRECTION       PIC X.
        01 WS-PT-QTY             PIC 9(5).

      * one operator's functions on one document, gathered from the
      * sorted actions before they are paired off against the rules
        01 WS-GRP-DOCUMENT       PIC X(16).
        01 WS-GRP-OPERATOR       PIC X(10).
        01 WS-GRP-DATE           PIC 9(8).
        01 WS-GRP-DETAIL         PIC X(36).
        01 WS-GRP-COUNT          PIC 9(2).
        01 WS-GRP-TABLE.
            05 WS-GRP-FUNCTION OCCURS 10 TIMES PIC X(8).

      * one operator's grants, for the held-conflict pass
        01 WS-HOLD-OPERATOR      PIC X(10).
        01 WS-HOLD-COUNT         PIC 9(2).
        01 WS-HOLD-TABLE.
            05 WS-HOLD-FUNCTION OCCURS 10 TIMES PIC X(8).

      * run-control log entry for this job - see run-control.cob
        COPY "RUN-CONTROL-PARAMS.cpy".

      * on the training sandbox every document printed here opens
      * with the TRAINING banner - see training-mode-check.cob
        COPY "TRAINING-CHECK-PARAMS.cpy".

        PROCEDURE DIVISION.
            CALL "TRAINING-MODE-CHECK" USING TRAINING-CHECK-PARAMS
            MOVE "SOD-VIOLATION-REPORT" TO RCP-JOB-NAME
            MOVE "S" TO RCP-ENTRY-TYPE
            MOVE SPACES TO RCP-STATUS
            MOVE ZERO TO RCP-RECORD-COUNT
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            OPEN INPUT SOD-RULE
            IF WS-RULE-STATUS NOT = "00"
                DISPLAY "SOD-RULE NOT AVAILABLE - STATUS "
                    WS-RULE-STATUS " - RUN SOD-RULE-MAINTENANCE"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
                GOBACK
            END-IF

            OPEN OUTPUT SOD-VIOLATION-RPT
            IF TCP-TRAINING = "Y"
                MOVE TCP-BANNER TO SOD-VIOLATION-LINE
                WRITE SOD-VIOLATION-LINE
            END-IF
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING "SEGREGATION OF DUTIES VIOLATIONS - RUN DATE: "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            MOVE SPACES TO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE

            MOVE "CONFLICTING GRANTS HELD BY ONE OPERATOR"
                TO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            PERFORM CHECK-HELD-GRANTS

            MOVE SPACES TO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING "BOTH FUNCTIONS PERFORMED BY ONE OPERATOR"
                   " ON ONE DOCUMENT"
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING "DOCUMENT         OPERATOR   FUNCTIONS         "
                   "RULE         DATE     DETAIL"
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE

            MOVE SPACES TO WS-GRP-DOCUMENT WS-GRP-OPERATOR
            MOVE ZERO TO WS-GRP-COUNT
            SORT ACTION-SORT
                ON ASCENDING KEY AS-DOCUMENT AS-OPERATOR AS-FUNCTION
                INPUT PROCEDURE IS GATHER-ACTIONS
                OUTPUT PROCEDURE IS MATCH-ACTIONS

            IF WS-DOC-VIOLATIONS = ZERO
                MOVE "  NONE FOUND" TO SOD-VIOLATION-LINE
                WRITE SOD-VIOLATION-LINE
            END-IF

            MOVE SPACES TO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING "GRANTS HELD IN CONFLICT: " WS-HELD-VIOLATIONS
                   "  SAME-DOCUMENT VIOLATIONS: " WS-DOC-VIOLATIONS
                   "  ACTIONS CHECKED: " WS-ACTION-COUNT
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            CLOSE SOD-VIOLATION-RPT
            CLOSE SOD-RULE

            DISPLAY "SOD VIOLATION REPORT WRITTEN - HELD: "
                WS-HELD-VIOLATIONS " SAME DOCUMENT: "
                WS-DOC-VIOLATIONS

            MOVE "E" TO RCP-ENTRY-TYPE
            MOVE "OK" TO RCP-STATUS
            COMPUTE RCP-RECORD-COUNT =
                WS-HELD-VIOLATIONS + WS-DOC-VIOLATIONS
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS
            GOBACK.

        FIND-SOD-RULE.
      *     pairs are on file lower code first
            MOVE "N" TO WS-RULE-FOUND
            IF WS-PAIR-FUNCTION-1 < WS-PAIR-FUNCTION-2
                MOVE WS-PAIR-FUNCTION-1 TO SR-FUNCTION-A
                MOVE WS-PAIR-FUNCTION-2 TO SR-FUNCTION-B
            ELSE
                MOVE WS-PAIR-FUNCTION-2 TO SR-FUNCTION-A
                MOVE WS-PAIR-FUNCTION-1 TO SR-FUNCTION-B
            END-IF
            READ SOD-RULE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RULE-FOUND
            END-READ.

      * part 1 - grants held in conflict, one operator at a time off
      * the key order of OPERATOR-GRANT
        CHECK-HELD-GRANTS.
            OPEN INPUT OPERATOR-GRANT
            IF WS-GRANT-STATUS NOT = "00"
                MOVE "  NO FUNCTION GRANTS ON FILE"
                    TO SOD-VIOLATION-LINE
                WRITE SOD-VIOLATION-LINE
                EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO WS-HOLD-OPERATOR
            MOVE ZERO TO WS-HOLD-COUNT
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ OPERATOR-GRANT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF OG-OPERATOR-ID NOT = WS-HOLD-OPERATOR
                            PERFORM CHECK-ONE-HOLDER
                            MOVE OG-OPERATOR-ID TO WS-HOLD-OPERATOR
                            MOVE ZERO TO WS-HOLD-COUNT
                        END-IF
                        IF WS-HOLD-COUNT < 10
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE OG-FUNCTION
                                TO WS-HOLD-FUNCTION(WS-HOLD-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            PERFORM CHECK-ONE-HOLDER
            CLOSE OPERATOR-GRANT

            IF WS-HELD-VIOLATIONS = ZERO
                MOVE "  NONE FOUND" TO SOD-VIOLATION-LINE
                WRITE SOD-VIOLATION-LINE
            END-IF.

        CHECK-ONE-HOLDER.
            IF WS-HOLD-COUNT < 2
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-HOLD-COUNT
                PERFORM VARYING WS-J FROM WS-I BY 1
                        UNTIL WS-J >= WS-HOLD-COUNT
                    MOVE WS-HOLD-FUNCTION(WS-I) TO WS-PAIR-FUNCTION-1
                    MOVE WS-HOLD-FUNCTION(WS-J + 1)
                        TO WS-PAIR-FUNCTION-2
                    PERFORM FIND-SOD-RULE
                    IF WS-RULE-FOUND = "Y" AND SR-RULE-TYPE = "H"
                        ADD 1 TO WS-HELD-VIOLATIONS
                        MOVE SPACES TO SOD-VIOLATION-LINE
                        STRING "  " WS-HOLD-OPERATOR
                               " HOLDS " SR-FUNCTION-A
                               " AND " SR-FUNCTION-B
                               " - " SR-DESCRIPTION
                               DELIMITED BY SIZE
                               INTO SOD-VIOLATION-LINE
                        WRITE SOD-VIOLATION-LINE
                    END-IF
                END-PERFORM
            END-PERFORM.

      * part 2 input - every function performed, by whom, on which
      * document
        GATHER-ACTIONS.
            PERFORM LOAD-VENDOR-SETUPS
            PERFORM RELEASE-VOUCHER-ACTIONS
            PERFORM LOAD-APPROVED-ADJUSTMENTS
            PERFORM RELEASE-POSTED-APPROVALS
            PERFORM RELEASE-UNPOSTED-APPROVALS.

        RELEASE-ACTION.
      *     nobody signed on is nobody to hold to account
            IF AS-OPERATOR = SPACES OR AS-OPERATOR = "UNKNOWN"
                EXIT PARAGRAPH
            END-IF
            RELEASE ACTION-SORT-RECORD
            ADD 1 TO WS-ACTION-COUNT.

        LOAD-VENDOR-SETUPS.
      *     the current log first, then each archived month back
      *     through the look-back window; a month with no archive
      *     on disk is simply skipped
            MOVE "AUDIT-LOG.DAT" TO WS-AUDIT-NAME
            PERFORM SCAN-ONE-AUDIT-LOG
            MOVE WS-TODAY-TIMESTAMP(1:4) TO WS-WORK-YEAR
            MOVE WS-TODAY-TIMESTAMP(5:2) TO WS-WORK-MONTH
            PERFORM VARYING WS-MONTH-COUNT FROM 1 BY 1
                    UNTIL WS-MONTH-COUNT > SETUP-LOOKBACK-MONTHS
                IF WS-WORK-MONTH = 1
                    SUBTRACT 1 FROM WS-WORK-YEAR
                    MOVE 12 TO WS-WORK-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-WORK-MONTH
                END-IF
                MOVE WS-WORK-YEAR TO WS-MONTH-TAG(1:4)
                MOVE WS-WORK-MONTH TO WS-MONTH-TAG(5:2)
                MOVE SPACES TO WS-AUDIT-NAME
                STRING "AUDIT-LOG-" WS-MONTH-TAG ".DAT"
                       DELIMITED BY SIZE INTO WS-AUDIT-NAME
                PERFORM SCAN-ONE-AUDIT-LOG
            END-PERFORM.

        SCAN-ONE-AUDIT-LOG.
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ AUDIT-LOG
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AL-PROGRAM = "VENDOR-MAINTENANCE"
                            PERFORM KEEP-VENDOR-SETUP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDIT-LOG.

        KEEP-VENDOR-SETUP.
      *     VENDOR-MAINTENANCE puts the vendor code first in
      *     AL-INPUTS; one entry per vendor and operator is enough
            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-VS-COUNT OR WS-FOUND = "Y"
                IF WS-VS-VENDOR(WS-K) = AL-INPUTS(1:6)
                        AND WS-VS-OPERATOR(WS-K) = AL-OPERATOR
                    MOVE "Y" TO WS-FOUND
                END-IF
            END-PERFORM
            IF WS-FOUND = "Y" OR WS-VS-COUNT >= 500
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VS-COUNT
            MOVE AL-INPUTS(1:6) TO WS-VS-VENDOR(WS-VS-COUNT)
            MOVE AL-OPERATOR TO WS-VS-OPERATOR(WS-VS-COUNT)
            MOVE AL-TIMESTAMP(1:8) TO WS-VS-DATE(WS-VS-COUNT).

        RELEASE-VOUCHER-ACTIONS.
            OPEN INPUT VOUCHER
            IF WS-VOUCHER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ VOUCHER
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM RELEASE-ONE-VOUCHER
                END-READ
            END-PERFORM
            CLOSE VOUCHER.

        RELEASE-ONE-VOUCHER.
      *     a voucher cut before the names were kept has nothing to
      *     hold anyone to
            IF VO-ENTERED-BY = SPACES AND VO-APPROVED-BY = SPACES
                EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO AS-DOCUMENT AS-DETAIL
            STRING "VOUCHER " VO-VOUCHER-NO
                   DELIMITED BY SIZE INTO AS-DOCUMENT
            STRING "VENDOR " VO-VENDOR-CODE " INV " VO-VENDOR-INV-NO
                   DELIMITED BY SIZE INTO AS-DETAIL
            MOVE VO-APPROVE-DATE TO AS-DATE

            MOVE "VINVENTR" TO AS-FUNCTION
            MOVE VO-ENTERED-BY TO AS-OPERATOR
            PERFORM RELEASE-ACTION
            MOVE "VCHAPPRV" TO AS-FUNCTION
            MOVE VO-APPROVED-BY TO AS-OPERATOR
            PERFORM RELEASE-ACTION

      *     whoever set up or changed this vendor is on the voucher
      *     too, as far as the rules are concerned
            MOVE "VENDSETP" TO AS-FUNCTION
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-VS-COUNT
                IF WS-VS-VENDOR(WS-K) = VO-VENDOR-CODE
                    MOVE WS-VS-OPERATOR(WS-K) TO AS-OPERATOR
                    PERFORM RELEASE-ACTION
                END-IF
            END-PERFORM.

        LOAD-APPROVED-ADJUSTMENTS.
            OPEN INPUT PENDING-ADJUSTMENT
            IF WS-PENDING-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PENDING-ADJUSTMENT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PD-STATUS = "APPR" AND WS-PA-COUNT < 500
                            ADD 1 TO WS-PA-COUNT
                            MOVE PD-ADJUST-NO
                                TO WS-PA-ADJUST-NO(WS-PA-COUNT)
                            MOVE PD-PART-CODE
                                TO WS-PA-PART-CODE(WS-PA-COUNT)
                            MOVE PD-DIRECTION
                                TO WS-PA-DIRECTION(WS-PA-COUNT)
                            MOVE PD-QTY TO WS-PA-QTY(WS-PA-COUNT)
                            MOVE PD-OPERATOR
                                TO WS-PA-ENTERED-BY(WS-PA-COUNT)
                            MOVE PD-REVIEW-OPERATOR
                                TO WS-PA-REVIEWER(WS-PA-COUNT)
                            MOVE PD-ENTERED-DATE
                                TO WS-PA-DATE(WS-PA-COUNT)
                            MOVE "N" TO WS-PA-MATCHED(WS-PA-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PENDING-ADJUSTMENT.

        RELEASE-POSTED-APPROVALS.
            OPEN INPUT PARTS-TRANSACTION
            IF WS-JOURNAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PARTS-TRANSACTION
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PT-PROGRAM = "ADJUSTMENT-APPROVAL"
                            PERFORM MATCH-ONE-POSTING
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTS-TRANSACTION.

        MATCH-ONE-POSTING.
      *     the journal line carries no adjustment number - it ties
      *     back by part, movement and the approver's name to the
      *     first approved entry not already claimed
            IF PT-AFTER-QTY < PT-BEFORE-QTY
                MOVE "-" TO WS-PT-DIRECTION
                COMPUTE WS-PT-QTY = PT-BEFORE-QTY - PT-AFTER-QTY
            ELSE
                MOVE "+" TO WS-PT-DIRECTION
                COMPUTE WS-PT-QTY = PT-AFTER-QTY - PT-BEFORE-QTY
            END-IF

            MOVE "N" TO WS-FOUND
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-PA-COUNT OR WS-FOUND = "Y"
                IF WS-PA-MATCHED(WS-K) = "N"
                        AND WS-PA-PART-CODE(WS-K) = PT-PART-CODE
                        AND WS-PA-DIRECTION(WS-K) = WS-PT-DIRECTION
                        AND WS-PA-QTY(WS-K) = WS-PT-QTY
                        AND WS-PA-REVIEWER(WS-K) = PT-OPERATOR
                    MOVE "Y" TO WS-FOUND
                    MOVE "Y" TO WS-PA-MATCHED(WS-K)
                END-IF
            END-PERFORM
            IF WS-FOUND NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            SUBTRACT 1 FROM WS-K

            MOVE PT-TIMESTAMP(1:8) TO AS-DATE
            PERFORM RELEASE-ADJUSTMENT-PAIR.

        RELEASE-UNPOSTED-APPROVALS.
      *     approved entries whose journal line is no longer in the
      *     current PARTS-TRANSACTION file
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-PA-COUNT
                IF WS-PA-MATCHED(WS-K) = "N"
                    MOVE WS-PA-DATE(WS-K) TO AS-DATE
                    PERFORM RELEASE-ADJUSTMENT-PAIR
                END-IF
            END-PERFORM.

        RELEASE-ADJUSTMENT-PAIR.
            MOVE SPACES TO AS-DOCUMENT AS-DETAIL
            STRING "ADJUST  " WS-PA-ADJUST-NO(WS-K)
                   DELIMITED BY SIZE INTO AS-DOCUMENT
            STRING "PART " WS-PA-PART-CODE(WS-K) " "
                   WS-PA-DIRECTION(WS-K) WS-PA-QTY(WS-K)
                   DELIMITED BY SIZE INTO AS-DETAIL

            MOVE "INVADJ  " TO AS-FUNCTION
            MOVE WS-PA-ENTERED-BY(WS-K) TO AS-OPERATOR
            PERFORM RELEASE-ACTION
            MOVE "ADJAPPRV" TO AS-FUNCTION
            MOVE WS-PA-REVIEWER(WS-K) TO AS-OPERATOR
            PERFORM RELEASE-ACTION.

      * part 2 output - each operator's functions on each document,
      * paired off against the rule file
        MATCH-ACTIONS.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL WS-SORT-EOF = "Y"
                RETURN ACTION-SORT
                    AT END
                        MOVE "Y" TO WS-SORT-EOF
                    NOT AT END
                        PERFORM COLLECT-ONE-ACTION
                END-RETURN
            END-PERFORM
            PERFORM CHECK-ACTION-GROUP.

        COLLECT-ONE-ACTION.
            IF AS-DOCUMENT NOT = WS-GRP-DOCUMENT
                    OR AS-OPERATOR NOT = WS-GRP-OPERATOR
                PERFORM CHECK-ACTION-GROUP
                MOVE AS-DOCUMENT TO WS-GRP-DOCUMENT
                MOVE AS-OPERATOR TO WS-GRP-OPERATOR
                MOVE AS-DETAIL TO WS-GRP-DETAIL
                MOVE AS-DATE TO WS-GRP-DATE
                MOVE ZERO TO WS-GRP-COUNT
            END-IF

      *     the same function twice on one document (a vendor set up
      *     and later changed by the same person) counts once -
      *     sorted on function, so a repeat is always the last one
            IF WS-GRP-COUNT > ZERO
                IF WS-GRP-FUNCTION(WS-GRP-COUNT) = AS-FUNCTION
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-GRP-COUNT < 10
                ADD 1 TO WS-GRP-COUNT
                MOVE AS-FUNCTION TO WS-GRP-FUNCTION(WS-GRP-COUNT)
            END-IF.

        CHECK-ACTION-GROUP.
            IF WS-GRP-COUNT < 2
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-GRP-COUNT
                PERFORM VARYING WS-J FROM WS-I BY 1
                        UNTIL WS-J >= WS-GRP-COUNT
                    MOVE WS-GRP-FUNCTION(WS-I) TO WS-PAIR-FUNCTION-1
                    MOVE WS-GRP-FUNCTION(WS-J + 1)
                        TO WS-PAIR-FUNCTION-2
                    PERFORM FIND-SOD-RULE
                    IF WS-RULE-FOUND = "Y"
                        PERFORM WRITE-DOCUMENT-VIOLATION
                    END-IF
                END-PERFORM
            END-PERFORM.

        WRITE-DOCUMENT-VIOLATION.
            ADD 1 TO WS-DOC-VIOLATIONS
            IF SR-RULE-TYPE = "H"
                MOVE "MAY NOT HOLD" TO WS-TYPE-DISP
            ELSE
                MOVE "NOT SAME DOC" TO WS-TYPE-DISP
            END-IF
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING WS-GRP-DOCUMENT " " WS-GRP-OPERATOR " "
                   SR-FUNCTION-A "+" SR-FUNCTION-B " "
                   WS-TYPE-DISP " " WS-GRP-DATE " " WS-GRP-DETAIL
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE
            MOVE SPACES TO SOD-VIOLATION-LINE
            STRING "                 RULE: " SR-DESCRIPTION
                   DELIMITED BY SIZE INTO SOD-VIOLATION-LINE
            WRITE SOD-VIOLATION-LINE.

            END PROGRAM SOD-VIOLATION-REPORT.

      * END-OF-DAY - the one program that closes the day, replacing
      * the human checklist. Runs the file-health verifier and the
      * INTEGRITY-AUDIT cross-file check first and stops cold on a
      * bad-file flag from either; then DAILY-SHOP-REPORT's two
      * batch passes (its own duplicate-run guard keeps a closed day
      * from double-posting), SHRINKAGE-RECONCILE when a count is
      * staged, the BLANKET-RELEASE-RUN of call-offs coming due,
      * the nightly MRP-RUN material plan, the WIP-REPORT
      * work-center listing, the CAPACITY-SCHEDULE load and late-risk
      * list, the EDI-EXPORT electronic ship notices and invoices,
      * the QUOTE-EXPIRY-SWEEP of unanswered quotes past their
      * validity, the HEAT-TREAT-VERIFY soak-profile check of the
      * day's furnace windows (failing lots go on hold), the
      * SOD-VIOLATION-REPORT segregation-of-duties check, the
      * PAYMENT-PLAN-RUN of tuition installments coming due, the
      * DAILY-FLASH-REPORT management page and the
      * registrar chain; copies the day's consolidated reports to
      * dated versions so tomorrow's runs cannot overwrite them;
      * confirms CIRC-CHECKPOINT.DAT is cleared; and prints a
      * one-page closing summary. Logs its own
      * start and end in RUN-CONTROL like every other batch job.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. END-OF-DAY.
            MOVE "S" TO RCP-ENTRY-TYPE
            CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMS

      *     the verifier walks every file before anything posts and
      *     the integrity audit checks the files agree with each
      *     other - a BAD flag from either stops the chain right here
            CALL "FILE-HEALTH-VERIFY"
            CALL "INTEGRITY-AUDIT"
            PERFORM READ-BAD-FILE-FLAG
            IF BAD-FILE-FLAG-RECORD = "BAD"
                DISPLAY "BAD-FILE FLAG RAISED - DAY NOT CLOSED, "
                    "SEE FILE-HEALTH-RPT.DAT AND "
                    "INTEGRITY-AUDIT-RPT.DAT"
                MOVE "E" TO RCP-ENTRY-TYPE
                MOVE "ERROR" TO RCP-STATUS
                MOVE ZERO TO RCP-RECORD-COUNT
                CALL "SHRINKAGE-RECONCILE-BATCH"
            END-IF

      *     blanket-order call-offs coming due become work orders
      *     ahead of the material plan, so MRP sees them tonight -
      *     writes BLANKET-RELEASE-RPT.DAT
            CALL "BLANKET-RELEASE-RUN"

      *     tonight's material plan off the day's open orders -
      *     rewrites PLANNED-ORDER.DAT and MRP-ACTION-RPT.DAT whole
            CALL "MRP-RUN"

      *     the supervisors' morning look at which work center every
      *     routed job is sitting at - rewrites WIP-RPT.DAT whole
            CALL "WIP-REPORT"

      *     tomorrow's finite-capacity load and the late-risk call
      *     list - rewrites CAPACITY-SCHED.DAT and LATE-RISK.DAT whole
            CALL "CAPACITY-SCHEDULE"

      *     the day's ship notices and invoices for the customers
      *     who take them electronically - one EDI-OUTBOUND.DAT
      *     transmission, logged on EDI-TRANSMIT-LOG
            CALL "EDI-EXPORT"

      *     open quotes past their validity go EXPIRD so the
      *     register only shows prices we still stand behind -
      *     writes QUOTE-EXPIRY-RPT.DAT
            CALL "QUOTE-EXPIRY-SWEEP"

      *     every furnace window not yet judged against its part's
      *     heat-treat recipe - failing lots go on hold before the
      *     morning's shipping - writes HEAT-VERIFY-RPT.DAT
            CALL "HEAT-TREAT-VERIFY"

      *     anyone who both keyed and approved the same voucher or
      *     adjustment, or holds a conflicting pair of grants -
      *     rewrites SOD-VIOLATION-RPT.DAT whole for the auditors
            CALL "SOD-VIOLATION-REPORT"

      *     tuition installments falling due are charged to the
      *     student ledger, late fees assessed and defaulted plans
      *     listed - writes PLAN-DEFAULT-RPT.DAT
            CALL "PAYMENT-PLAN-RUN"

      *     the owner's one-page day and month-to-date numbers
      *     against last month, cut after everything above has
      *     posted - writes DAILY-FLASH.DAT, adds the day to
      *     FLASH-HISTORY
            CALL "DAILY-FLASH-REPORT"

            CALL "REGISTRAR-DAILY-PACKET"

      *     the day's consolidated reports get dated copies so
            PERFORM DATE-ONE-REPORT
            MOVE "REGISTRAR-PACKET" TO WS-REPORT-STEM
            PERFORM DATE-ONE-REPORT
            MOVE "DAILY-FLASH" TO WS-REPORT-STEM
            PERFORM DATE-ONE-REPORT

            PERFORM CHECK-CHECKPOINT-CLEAR
            PERFORM COUNT-TODAYS-WORK

      * (SM-TERM-GPA) and refreshes the cumulative SM-GPA from the
      * student's whole enrollment record, and prints a term summary
      * report with the honor roll drawn from the just-closed term's
      * GPA rather than the lifetime number. Scholarship and aid
      * awards are then re-checked against the new GPAs by
      * AWARD-RENEWAL, which writes the renewal and suspension
      * letters for the mail merge.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TERM-END-CLOSE.

            PERFORM SWEEP-TEXTBOOK-FINES
            PERFORM FLAG-UNPAID-BALANCES

      *     scholarships and aid are renewed or suspended on the GPAs
      *     just computed - see award-renewal.cob
            CALL "AWARD-RENEWAL" USING WS-CLOSE-TERM

            PERFORM RELEASE-RESERVATION

            DISPLAY "TERM " WS-CLOSE-TERM " CLOSED - STUDENTS: "

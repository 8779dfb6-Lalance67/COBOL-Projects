      *****************************************************************
      * AWARD-MASTER-RECORD.cpy
      * Shared record layout for the indexed AWARD-MASTER file - one
      * scholarship or financial-aid award the school gives: the
      * fund that pays for it, what it is worth each term (a flat
      * amount or a percent of the term's tuition charge), the GPA a
      * holder must keep, and how many terms a student may hold it.
      * Kept through AWARD-MAINTENANCE; AWARD-POSTING credits it to
      * STUDENT-ACCOUNT each term TUITION-BILLING bills, and
      * AWARD-RENEWAL re-checks every holder's GPA at TERM-END-CLOSE.
      * Key: AW-AWARD-CODE
      * Usage: COPY "AWARD-MASTER-RECORD.cpy".
      *****************************************************************
       01  AWARD-MASTER-RECORD.
           05  AW-AWARD-CODE         PIC X(6).
           05  AW-AWARD-NAME         PIC X(20).
      *    the fund the money comes out of - several awards may draw
      *    on one fund, and the fund report totals them together
           05  AW-FUND-CODE          PIC X(6).
      *    A a flat AW-AMOUNT each term, P AW-PERCENT of the term's
      *    tuition charge; either way never more than the charge
           05  AW-BASIS              PIC X.
           05  AW-AMOUNT             PIC 9(5)V99.
           05  AW-PERCENT            PIC 9(3).
      *    both the closed term's GPA and the cumulative SM-GPA must
      *    reach this for the award to renew; zero means no minimum
           05  AW-GPA-MINIMUM        PIC 9V99.
      *    the most terms one student may be credited with it; zero
      *    means no limit
           05  AW-TERM-LIMIT         PIC 9(2).
      *    what the fund has set aside for this award for one year
      *    of terms (the YYYY of the term code)
           05  AW-YEAR-BUDGET        PIC 9(7)V99.
      *    A active, X closed to new holders and to further posting
           05  AW-STATUS             PIC X.
           05  AW-UPDATED-BY         PIC X(10).
           05  AW-UPDATED-DATE       PIC 9(8).

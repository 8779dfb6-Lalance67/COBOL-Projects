      * number evaporate when the session closes. The quote number
      * comes from the shared TICKET-SEQUENCE generator;
      * QUOTE-REGISTER lists open quotes by customer and age for the
      * front office to follow up. QU-STATUS runs OPEN to CONVRT
      * (WORK-ORDER-ENTRY took the order), LOST (QUOTE-LOSS-ENTRY,
      * with why and to whom), EXPIRD (QUOTE-EXPIRY-SWEEP, past
      * its validity with no answer) or SUPRSD (RATE-CHANGE-IMPACT
      * re-issued it at new material rates under a new number);
      * WIN-LOSS-REPORT reads the outcomes back.
      * Usage: COPY "QUOTE-RECORD.cpy".
      *****************************************************************
       01  QUOTE-RECORD.
           05  QU-SIDE-B             PIC 99V99.
           05  QU-SIDE-C             PIC 99V99.
           05  QU-PERIMETER          PIC 9(4)V99.
      *    the customer's currency - the amounts above stay in home
      *    currency for the books; the document went out converted at
      *    QU-EXCHANGE-RATE (home per unit, EXCHANGE-RATES in force
      *    on the quote date) and QU-FOREIGN-TOTAL is the total the
      *    customer saw. USD at a rate of 1 for home-currency
      *    customers; spaces on quotes from before foreign customers.
           05  QU-CURRENCY-CODE      PIC X(3).
           05  QU-EXCHANGE-RATE      PIC 9(3)V9(6).
           05  QU-FOREIGN-TOTAL      PIC 9(9)V99.
      *    the last day the price holds - the quote date plus the
      *    QUOTE-VALID-DAYS parameter when the quote is written. Zero
      *    or spaces on quotes from before validity periods, which
      *    QUOTE-EXPIRY-SWEEP ages from QU-QUOTE-DATE instead.
           05  QU-VALID-UNTIL        PIC 9(8).
      *    the day the quote left OPEN - converted, lost or expired
           05  QU-STATUS-DATE        PIC 9(8).
      *    why a LOST quote was lost - PR price, LT lead time, SP
      *    could not meet the spec, NR customer never answered, OT
      *    other - and who got the job, when the customer said
           05  QU-LOST-REASON        PIC X(2).
           05  QU-COMPETITOR         PIC X(20).
      *    a re-issue after a material rate change - the old quote
      *    goes SUPRSD naming the quote that replaced it, and the
      *    new one names the quote it replaces. Zero on both sides
      *    otherwise, spaces on quotes from before re-issues.
           05  QU-SUPERSEDED-BY      PIC 9(8).
           05  QU-REPLACES-QUOTE     PIC 9(8).

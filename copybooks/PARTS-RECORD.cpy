      *    BACKORDER-RELEASE covers BACKORD lines as stock arrives.
      *    Available = PM-QTY-ON-HAND - PM-QTY-ALLOCATED.
           05  PM-QTY-ALLOCATED       PIC 9(5) VALUE ZERO.
      *    months of warranty a shipped serialized piece carries,
      *    counted from its SHIPPING-LOG ship date - set through
      *    PART-LIFECYCLE-MAINTENANCE, judged by
      *    WARRANTY-CLAIM-ENTRY. Zero (or spaces, on records from
      *    before this existed) means no warranty.
           05  PM-WARRANTY-MONTHS     PIC 9(3).
      *    shipping weight of one piece in pounds - SHIP-CONFIRM
      *    totals it over an order's assembly lines to rate the
      *    freight. Set through PART-LIFECYCLE-MAINTENANCE; zero
      *    (or spaces, on records from before this existed) means
      *    the weight is unknown and the operator keys the scale
      *    weight instead.
           05  PM-UNIT-WEIGHT         PIC 9(4)V99.
      *    the latest released revision level of an assembly, set
      *    by ECO-MAINTENANCE when an ECO is approved - builds
      *    still go by the revision effective on the build date
      *    (PART-REVISION-LOOKUP), so this is the drawing the shop
      *    is moving to. Spaces for the original release (and on
      *    records from before revisions existed).
           05  PM-REVISION            PIC X(2).
      *    days a receipt stays usable from its receipt date, for
      *    the adhesives, coated blanks and oils that go off - above
      *    zero, PO-RECEIVING tracks each receipt as a dated
      *    STOCK-BATCH and PICK-LIST-GENERATE picks earliest expiry
      *    first. Set through PART-LIFECYCLE-MAINTENANCE; zero (or
      *    spaces, on records from before this existed) means the
      *    part keeps indefinitely.
           05  PM-SHELF-LIFE-DAYS     PIC 9(4).

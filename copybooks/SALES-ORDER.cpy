      *> SalesOrder.txt: one product a named customer has ordered
      *> from a branch, for delivery on a due date. ORDERENT writes
      *> the lines, allocates them against the stock card's
      *> available quantity, releases the due, allocated lines to
      *> the warehouse on pick lists and dispatch notes, and sends
      *> what the warehouse confirms it shipped as SELL transactions
      *> into the day's capture file - so the anonymous code-1
      *> stream finally has a "who" standing in front of it.
           05 SO-NUMBER PIC 9(6).
           05 SO-CUSTOMER PIC 9(5).
           05 SO-BRANCH PIC 9(3).
           05 SO-ORDER-DATE PIC 9(8).
           05 SO-DUE-DATE PIC 9(8).
      *> O = taken but not covered by stock, A = allocated against
      *> the card, K = released to the warehouse on a dispatch note
      *> and being picked, R = dispatch confirmed and the SELL sent
      *> to the capture file, X = cancelled, P = parked on credit
      *> until a supervisor releases it
           05 SO-STATUS PIC X(1).
               88 SO-OPEN VALUE "O".
               88 SO-ALLOCATED VALUE "A".
               88 SO-PICKING VALUE "K".
               88 SO-RELEASED VALUE "R".
               88 SO-CANCELLED VALUE "X".
               88 SO-PARKED VALUE "P".
      *> the business date the release pass last sent the line to
      *> the warehouse. Zero until then. A shipped line is priced at
      *> its SO-SHIP-DATE; a line released before either date was
      *> kept is priced at its due date instead
           05 SO-RELEASE-DATE PIC 9(8).
      *> the dispatch note the line last went to the warehouse on,
      *> what has actually left on it so far and the date it last
      *> left. A short shipment leaves SO-QUANTITY less
      *> SO-SHIPPED-QTY open on the line for the next release; the
      *> SELLs and the invoices follow the shipped quantity only
           05 SO-DISPATCH-NO PIC 9(6).
           05 SO-SHIPPED-QTY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SO-SHIP-DATE PIC 9(8).
      *> the product the customer originally ordered when the line
      *> was switched to a substitute at order entry because the
      *> ordered product was short - zero (or blank on an older
      *> book) when the line carries the product that was ordered.
      *> SUBSTRPT counts these for purchasing
           05 SO-SUBST-FOR PIC 9(2).
      *> the standing order (StandingOrder.txt) the nightly ORDERENT
      *> STANDING run raised the line from - zero (or blank on an
      *> older book) for a line taken at the keyboard
           05 SO-STANDING-NO PIC 9(6).

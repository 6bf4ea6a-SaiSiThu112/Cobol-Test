      *> STANDING-ORDER.cpy - shared record layout for one line of
      *> StandingOrder.txt: a product a customer takes on a regular
      *> cycle from a branch - the same quantity every week, every
      *> fortnight or every month between a start date and an
      *> optional end date. SORDMAINT keeps the file; the nightly
      *> ORDERENT STANDING run raises the next delivery as an
      *> ordinary sales order line once it falls inside the lead
      *> window and moves SD-NEXT-DUE on a cycle; SORDFCST spreads
      *> what is still to come over the coming weeks for purchasing.
           05 SD-NUMBER PIC 9(6).
           05 SD-CUSTOMER PIC 9(5).
           05 SD-BRANCH PIC 9(3).
           05 SD-PRODUCT PIC 9(2).
           05 SD-QUANTITY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
      *> W = every week, F = every fortnight, M = every month on the
      *> day of the month the standing order started (the last day
      *> of a shorter month)
           05 SD-FREQUENCY PIC X(1).
               88 SD-WEEKLY VALUE "W".
               88 SD-FORTNIGHTLY VALUE "F".
               88 SD-MONTHLY VALUE "M".
           05 SD-START-DATE PIC 9(8).
      *> zero when the standing order runs until it is stopped
           05 SD-END-DATE PIC 9(8).
      *> the next delivery date still to be raised as an order
           05 SD-NEXT-DUE PIC 9(8).
      *> A = active, S = suspended by the customer (nothing raised,
      *> nothing forecast), E = ended - the next delivery fell past
      *> the end date
           05 SD-STATUS PIC X(1).
               88 SD-ACTIVE VALUE "A".
               88 SD-SUSPENDED VALUE "S".
               88 SD-ENDED VALUE "E".
      *> the sales order the last delivery was raised on
           05 SD-LAST-SO PIC 9(6).

      *> PO-ACK.cpy - shared record layout for one line of the
      *> suppliers' order acknowledgement file POACK takes in: one
      *> line per order line the supplier has answered, naming it by
      *> PO number, branch and product as the order file sent it,
      *> with the quantity the supplier will deliver and the date it
      *> will arrive. A quantity of zero is a refusal; less than
      *> ordered is a cut. A date of zero leaves our date standing.
           05 PA-PO-NUMBER PIC 9(6).
           05 PA-BRANCH PIC 9(3).
           05 PA-PRODUCT PIC 9(2).
           05 PA-CONFIRMED-QTY PIC 9(5).
           05 PA-CONFIRMED-DATE PIC 9(8).
      *> the supplier's own words, passed on to purchasing
           05 PA-REASON PIC X(30).

      *> ATP-PARM.cpy - the parameter block passed to ATPCALC, the one
      *> available-to-promise calculation shared by ATPINQ and
      *> ORDERENT. The caller sets AT-PRODUCT and AT-DATE; ATPCALC
      *> answers with one entry per valid branch.
           05 AT-PRODUCT PIC 9(2).
           05 AT-DATE PIC 9(8).
           05 AT-BRANCH-COUNT PIC 9(3).
           05 AT-BRANCH-ENTRY OCCURS 100 TIMES INDEXED BY AT-IDX.
               10 AT-BRANCH PIC 9(3).
      *> the card's closing quantity
               10 AT-ON-HAND PIC S9(7)V99.
      *> open sales order lines still to ship - allocated, on the
      *> warehouse floor, or waiting for the first goods in
               10 AT-ALLOCATED PIC S9(7)V99.
      *> open backorder demand
               10 AT-BACKORDER PIC S9(7)V99.
      *> transfers sent to this branch and not yet confirmed
               10 AT-IN-TRANSIT PIC S9(7)V99.
      *> open purchase order quantity expected in each of the next
      *> four weeks - an overdue line counts in the first week
               10 AT-PO-DUE PIC S9(7)V99 OCCURS 4 TIMES.
      *> what can be promised today (1) and by the end of each of
      *> the next four weeks (2 to 5)
               10 AT-ATP PIC S9(7)V99 OCCURS 5 TIMES.

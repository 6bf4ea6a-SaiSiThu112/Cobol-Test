      *> LANDED-COST.cpy - shared record layout for one line of
      *> LandedCost.txt: one received purchase-order line's share of
      *> the freight, duty and other charges keyed against its PO
      *> after receipt. LANDCOST writes the lines PENDING, split
      *> across the order's received lines by value or by quantity;
      *> AssignTwo folds each PENDING line into the receiving card's
      *> weighted-average unit cost and marks it APPLIED with the
      *> run date - or EXPENSED when the card has no stock left to
      *> carry the charge - and GLEXTRACT posts the lines applied or
      *> expensed on its business date so the accrued charges reach
      *> the ledger.
           05 LC-PO-NUMBER PIC 9(6).
           05 LC-BRANCH PIC 9(3).
           05 LC-PRODUCT PIC 9(2).
           05 LC-RECEIPT-QTY PIC 9(5).
           05 LC-FREIGHT PIC 9(7)V99.
           05 LC-DUTY PIC 9(7)V99.
           05 LC-OTHER PIC 9(7)V99.
      *> freight plus duty plus other - what lands on the card
           05 LC-AMOUNT PIC 9(7)V99.
      *> V = split by received value at standard cost, Q = split by
      *> received quantity
           05 LC-BASIS PIC X(1).
           05 LC-CAPTURE-DATE PIC 9(8).
           05 LC-STATUS PIC X(1).
               88 LC-PENDING VALUE "P".
               88 LC-APPLIED VALUE "A".
               88 LC-EXPENSED VALUE "E".
           05 LC-APPLIED-DATE PIC 9(8).

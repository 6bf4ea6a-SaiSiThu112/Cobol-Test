      *> forward day over day - ZERO when no movement has ever been
      *> recorded for the card
           05 STK-LAST-MOVE-DATE PIC 9(8).
      *> how much of STK-QUANTITY is held in quarantine - damaged,
      *> recalled or suspect stock still on the shelf and still on
      *> the books, but not to be sold, transferred or allocated
      *> until it is released or written off. The available quantity
      *> is STK-QUANTITY less this; QuarantineHold.txt carries the
      *> reason and date behind it. Blank on a balance file written
      *> before quarantine existed - readers take that as zero
           05 STK-QUARANTINE-QTY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

      *> the movement ledger as AssignTwo writes it
           FD LEDGER-FILE.
               EVALUATE LG-TRAN-CODE
                   WHEN 1
                       ADD LG-QUANTITY TO WS-S-SOLD (WS-MATCH-IDX)
      *> a customer return comes off the year's sales, not onto the
      *> adjustments
                   WHEN 6
                       SUBTRACT LG-QUANTITY
                           FROM WS-S-SOLD (WS-MATCH-IDX)
                   WHEN 2
                       ADD LG-QUANTITY
                           TO WS-S-BOUGHT (WS-MATCH-IDX)
      *> and a return to the supplier comes off the year's purchases
                   WHEN 7
                       SUBTRACT LG-QUANTITY
                           FROM WS-S-BOUGHT (WS-MATCH-IDX)
                   WHEN 3
                       ADD LG-QUANTITY
                           TO WS-S-XFER-OUT (WS-MATCH-IDX)

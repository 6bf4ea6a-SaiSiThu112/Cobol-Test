                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

      *> the fixed interface layout GLEXTRACT writes
           FD POSTING-FILE.
           END-IF.

      *> the stock side of this line, through the mapping: branch's
      *> own entry first, then the 000 company default. A landed
      *> cost written off to cost of sales never touched a card, so
      *> it has no stock side to prove, and nor has sales tax
           IF GL-TYPE = "LANDEXP" OR GL-TYPE = "OUTTAX" OR
                   GL-TYPE = "INTAX"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-STOCK-ACCT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT

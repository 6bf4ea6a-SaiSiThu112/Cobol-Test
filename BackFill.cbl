
      *> backorder fulfilment pass, run after the posting chain has
      *> brought the closing balance up to date: open backorders are
      *> taken oldest-first and, where the card's free quantity
      *> now covers one, a SELL transaction for it is released into
      *> the capture file and the line flipped FILLED - so demand
      *> banked when the shelf was empty walks out the door as soon
      *> as a buy or transfer restores the card. What is still open
      *> afterwards goes to the standing open-backorder report. Free
      *> means the closing quantity less anything held in quarantine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

           FD NEW-BALANCE-FILE.
           01 NEW-BALANCE.
                           TO WS-CD-PRODUCT (WS-CD-IDX)
                       MOVE CLS-QUANTITY
                           TO WS-CD-QUANTITY (WS-CD-IDX)
      *> stock held in quarantine cannot fill a backorder
                       IF CLS-QUARANTINE-QTY IS NUMERIC
                           SUBTRACT CLS-QUARANTINE-QTY
                               FROM WS-CD-QUANTITY (WS-CD-IDX)
                       END-IF
                    END-IF
               END-READ
           END-PERFORM.

                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

      *> the movement ledger as AssignTwo writes it
           FD LEDGER-FILE.
               WHEN 3 MOVE "TRANSFER" TO WS-MOVE-NAME
               WHEN 4 MOVE "ADJUST" TO WS-MOVE-NAME
               WHEN 5 MOVE "XFER IN" TO WS-MOVE-NAME
               WHEN 6 MOVE "RETURN" TO WS-MOVE-NAME
               WHEN 7 MOVE "RTV" TO WS-MOVE-NAME
               WHEN 8 MOVE "ASSEMBLY" TO WS-MOVE-NAME
               WHEN 9 MOVE "QUARANT" TO WS-MOVE-NAME
               WHEN OTHER MOVE "OTHER" TO WS-MOVE-NAME
           END-EVALUATE.
           MOVE LG-QUANTITY TO WS-QTY-EDIT.

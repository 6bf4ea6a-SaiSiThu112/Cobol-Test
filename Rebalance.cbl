      *> rebalance. Proposals go to RebalanceTransfers.txt in the
      *> capture layout, ready to be reviewed and appended to the
      *> day's Newbalance.txt, with a readable report alongside.
      *> Stock held in quarantine counts on neither side.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
                           TO WS-CD-PRODUCT (WS-CD-IDX)
                       MOVE CLS-QUANTITY
                           TO WS-CD-QUANTITY (WS-CD-IDX)
      *> stock held in quarantine cannot be sent anywhere
                       IF CLS-QUARANTINE-QTY IS NUMERIC
                           SUBTRACT CLS-QUARANTINE-QTY
                               FROM WS-CD-QUANTITY (WS-CD-IDX)
                       END-IF
                    END-IF
               END-READ
           END-PERFORM.

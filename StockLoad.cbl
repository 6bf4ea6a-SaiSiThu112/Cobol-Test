                       ==STK-LAST-MOVEMENT==
                           BY ==BAL-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==BAL-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==BAL-QUARANTINE-QTY==.

           FD STOCK-MASTER.
           01 STOCK-MASTER-REC.

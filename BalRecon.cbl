                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

           FD OLD-BALANCE-FILE.
           01 OLD-BALANCE.
                       ==STK-LAST-MOVEMENT==
                           BY ==OLD-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==OLD-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==OLD-QUARANTINE-QTY==.

           FD RECON-STATUS-FILE.
           01 RECON-STATUS-LINE PIC X(80).

                       ==STK-UNIT-COST== BY ==F1-UNIT-COST==
                       ==STK-LAST-MOVEMENT== BY ==F1-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==F1-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==F1-QUARANTINE-QTY==.

           FD FILE-TWO.
           01 FILE-TWO-REC.
                       ==STK-UNIT-COST== BY ==F2-UNIT-COST==
                       ==STK-LAST-MOVEMENT== BY ==F2-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==F2-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==F2-QUARANTINE-QTY==.

           FD COMPARE-FILE.
           01 COMPARE-LINE PIC X(80).

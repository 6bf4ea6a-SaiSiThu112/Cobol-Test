      *> daily gross margin off the movement ledger: every applied
      *> SELL line for the business date (today unless one is given
      *> on the command line, the GLEXTRACT convention) is priced at
      *> the selling price in force that day at that branch (the
      *> shared PRICEFIND over the dated price list, falling back to
      *> the product master's price) and costed at the card's carried
      *> unit cost the ledger line recorded, then reported per branch
      *> and product with branch subtotals and a company total -
      *> revenue, cost of goods and margin, straight from the files
      *> instead of reconstructed in a spreadsheet. A customer
      *> return (ledger type 6) is a sale running backwards: it
      *> takes its quantity, revenue and cost back off the same
      *> branch and product line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 WS-ST-COGS PIC S9(9)V99.

           01 WS-CUR-SELL PIC 9(5)V99.
      *> the shared price lookup - the price in force on the
      *> business date at the selling branch
           01 WS-PRICE-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).
           01 WS-SIGNED-QTY PIC S9(5)V99.
           01 WS-CUR-DESC PIC X(20).
           01 WS-LINE-REVENUE PIC S9(9)V99.
           01 WS-LINE-COGS PIC S9(9)V99.
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-TRAN-CODE = 1 OR LG-TRAN-CODE = 6
                           PERFORM TALLY-ONE-SELL
                       END-IF
               END-READ
           DISPLAY WS-REPORT-LINE.
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT " SELL LINES HAD NO SELLING"
                   " PRICE IN FORCE - REVENUE UNDERSTATED"
           END-IF.
           CLOSE MARGIN-FILE.
           STOP RUN.
                   MOVE WS-PM-SELL (WS-PM-IDX) TO WS-CUR-SELL
               END-IF
           END-PERFORM.
           MOVE LG-PRODUCT TO PF-PRODUCT.
           MOVE LG-BRANCH TO PF-BRANCH.
           MOVE WS-RUN-DATE TO PF-DATE.
           MOVE WS-CUR-SELL TO PF-PRICE.
           CALL "PRICEFIND" USING WS-PRICE-PARM.
           MOVE PF-PRICE TO WS-CUR-SELL.
           IF WS-CUR-SELL = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
      *> a return reverses the sale it came back against
           IF LG-TRAN-CODE = 6
               COMPUTE WS-SIGNED-QTY = 0 - LG-QUANTITY
           ELSE
               MOVE LG-QUANTITY TO WS-SIGNED-QTY
           END-IF.
           COMPUTE WS-LINE-REVENUE ROUNDED =
               WS-SIGNED-QTY * WS-CUR-SELL
               ON SIZE ERROR MOVE ZERO TO WS-LINE-REVENUE
           END-COMPUTE.
           COMPUTE WS-LINE-COGS ROUNDED =
               WS-SIGNED-QTY * LG-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-LINE-COGS
           END-COMPUTE.
           ADD WS-SIGNED-QTY TO WS-MG-QTY (WS-MATCH-IDX).
           ADD WS-LINE-REVENUE TO WS-MG-REVENUE (WS-MATCH-IDX).
           ADD WS-LINE-COGS TO WS-MG-COGS (WS-MATCH-IDX).


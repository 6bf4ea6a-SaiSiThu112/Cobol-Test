      *> BRANCH-BUDGET.cpy - shared record layout for one line of
      *> BranchBudget.txt: what one branch is expected to do in one
      *> month. BUDGMAINT keeps the file; BUDGRPT sets each figure
      *> against the actuals off the movement ledger and the closing
      *> balances.
           05 BB-BRANCH PIC 9(3).
      *> the budget month, YYYYMM
           05 BB-PERIOD PIC 9(6).
      *> sales at selling price for the month
           05 BB-SALES PIC 9(9)V99.
      *> purchases at cost for the month
           05 BB-PURCHASES PIC 9(9)V99.
      *> stock value at cost at the month's close
           05 BB-STOCK PIC 9(9)V99.

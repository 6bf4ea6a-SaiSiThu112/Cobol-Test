      *> COUNT-HISTORY.cpy - shared record layout for one line of
      *> CountHistory.txt: a card that was physically counted and the
      *> date it was counted. COUNTVAR appends one line for every
      *> count it compares against the book, before it empties the
      *> count file, so the history outlives the counts themselves;
      *> CYCLECNT reads it for each card's last count.
           05 CH-BRANCH-CODE PIC 9(3).
           05 CH-PRODUCT-CODE PIC 9(2).
           05 CH-COUNT-DATE PIC 9(8).

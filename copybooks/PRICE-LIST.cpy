      *> PRICE-LIST.cpy - shared record layout for one line of
      *> PriceList.txt: a selling price for a product over a span of
      *> business dates, so a price change no longer rewrites the
      *> history of what was charged. Branch 000 is the list price
      *> every branch sells at; a line for one branch is that
      *> branch's promotion and wins over the list price while it
      *> runs. A to-date of 99999999 means the price has no end set
      *> yet. PRICEMAINT maintains the file and the one PRICEFIND
      *> routine answers "what did this sell for on that day at that
      *> branch" for every program that prices a sale; a product
      *> with no line in force falls back to PM-SELL-PRICE.
           05 PL-PRODUCT-CODE PIC 9(2).
           05 PL-BRANCH-CODE PIC 9(3).
           05 PL-FROM-DATE PIC 9(8).
           05 PL-TO-DATE PIC 9(8).
           05 PL-PRICE PIC 9(5)V99.

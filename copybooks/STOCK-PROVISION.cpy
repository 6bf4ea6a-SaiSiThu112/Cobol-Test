      *> STOCK-PROVISION.cpy - shared record layout for one line of
      *> StockProvision.txt: the obsolescence provision currently
      *> held against one branch/product card. It lives apart from
      *> the stock master and the balance files on purpose - the
      *> card's unit cost is REVALUE's to restate, and the provision
      *> must survive that. PROVRUN rewrites the file after each
      *> accepted run; a card with nothing held has no line.
           05 SP-BRANCH-CODE PIC 9(3).
           05 SP-PRODUCT-CODE PIC 9(2).
           05 SP-HELD PIC 9(9)V99.
      *> the PROVRUN date that set the amount held
           05 SP-RUN-DATE PIC 9(8).

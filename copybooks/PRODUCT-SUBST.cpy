      *> PRODUCT-SUBST.cpy - shared record layout for one line of
      *> ProductSubst.txt: an alternative product that may be sold
      *> in place of another when the ordered product is short, one
      *> line per substitute with its place in the order of
      *> preference (1 is offered first). SUBSTMAINT maintains the
      *> file alongside the product master; ORDERENT reads it to
      *> offer the first substitute still on sale with enough
      *> available stock at the same branch when a line cannot be
      *> allocated.
           05 PS-PRODUCT PIC 9(2).
      *> 1 to 4 - a product carries at most four substitutes
           05 PS-PRIORITY PIC 9(1).
           05 PS-SUBSTITUTE PIC 9(2).

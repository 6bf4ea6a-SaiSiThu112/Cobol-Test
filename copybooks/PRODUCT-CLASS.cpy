      *> PRODUCT-CLASS.cpy - shared record layout for one line of
      *> ProductClass.txt: the ABC class ABCCLASS gave a product from
      *> the annual value of stock going out of its cards - A the
      *> few lines carrying most of the money, C the long tail - and
      *> the figures the class was worked out from. CYCLECNT counts
      *> the cards of an A product monthly, B quarterly, C yearly.
           05 PC-PRODUCT-CODE PIC 9(2).
           05 PC-CLASS PIC X(1).
               88 PC-CLASS-A VALUE "A".
               88 PC-CLASS-B VALUE "B".
               88 PC-CLASS-C VALUE "C".
           05 PC-ANNUAL-VALUE PIC 9(9)V99.
           05 PC-CLASS-DATE PIC 9(8).

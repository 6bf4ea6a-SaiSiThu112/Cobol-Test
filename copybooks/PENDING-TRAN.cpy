      *> columns are exactly the NEW-BALANCE capture layout, so an
      *> approved line can be released onto Newbalance.txt by a
      *> straight move of its first columns; the tail says who keyed
      *> it and what it was worth when it was held, and a held buy
      *> keeps the lot number and expiry date it was keyed with
      *> (blank on every other code and on lines held before lots).
           05 PEND-BRANCH-CODE PIC 9(3).
           05 PEND-PRODUCT-CODE PIC 9(2).
           05 PEND-SELLBUY PIC 9(1).
           05 PEND-REASON-CODE PIC X(2).
           05 PEND-OPERATOR-ID PIC X(10).
           05 PEND-VALUE PIC 9(9)V99.
           05 PEND-LOT-NUMBER PIC X(10).
           05 PEND-EXPIRY-DATE PIC 9(8).

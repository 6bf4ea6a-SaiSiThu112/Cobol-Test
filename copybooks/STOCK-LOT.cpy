      *> STOCK-LOT.cpy - shared record layout for one line of
      *> StockLots.txt: the lot-level picture of a stock card. A
      *> branch/product card carries one line per lot on the shelf -
      *> the lot number and expiry date a delivery came in under -
      *> and the lines of a card always add up to the card's own
      *> quantity. AssignTwo keeps the file in step with the cards:
      *> an increase lands on its lot, a decrease comes off the
      *> earliest-expiring lot first, and whatever arrived without a
      *> lot sits on the blank lot with the no-expiry date 99999999.
      *> EXPIRYRPT reads it for the lots about to run out of date.
           05 LOT-BRANCH-CODE PIC 9(3).
           05 LOT-PRODUCT-CODE PIC 9(2).
           05 LOT-NUMBER PIC X(10).
           05 LOT-EXPIRY-DATE PIC 9(8).
           05 LOT-QUANTITY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

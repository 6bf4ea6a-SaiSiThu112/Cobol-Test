      *> QUARANTINE-HOLD.cpy - shared record layout for one line of
      *> QuarantineHold.txt: stock put into quarantine on a card
      *> under one reason on one day. The lines of a card add up to
      *> the card's STK-QUARANTINE-QTY. AssignTwo keeps the file in
      *> step with the cards: a code-9 hold opens or adds to the
      *> day's line for its reason, a release (a negative code 9)
      *> comes off the oldest line for its reason first, and a count
      *> adjustment that finds the stock gone writes it off the
      *> lines carrying the adjustment's own reason before any
      *> other. QUARRPT lists the file by branch, reason and age.
           05 QH-BRANCH-CODE PIC 9(3).
           05 QH-PRODUCT-CODE PIC 9(2).
           05 QH-REASON-CODE PIC X(2).
           05 QH-HELD-DATE PIC 9(8).
           05 QH-QUANTITY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
